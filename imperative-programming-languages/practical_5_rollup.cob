001700     SELECT STATS-ALERT-FILE ASSIGN TO "STATSALRT"                -- Drift breaches raised this run
001800         ORGANIZATION IS LINE SEQUENTIAL                          -- One breach per line
001900         FILE STATUS IS WS-ALERT-STATUS.                          -- I-O status for checkDrift
002000     SELECT STATS-ALERT-REG-FILE ASSIGN TO "STATSALRG"            -- Drift alert register
002100         ORGANIZATION IS INDEXED                                  -- Keyed, maintained in place
002200         ACCESS MODE IS DYNAMIC                                   -- Keyed lookups plus a full scan
002300         RECORD KEY IS ARG-ALERT-KEY                              -- Type + reading type + station + seq
002400         FILE STATUS IS WS-ALERT-REG-STATUS.                      -- I-O status for maintainAlertRegister
002500     SELECT STATS-CALENDAR-FILE ASSIGN TO "STATSCAL"              -- Processing calendar, optional
002600         ORGANIZATION IS LINE SEQUENTIAL                          -- One date per line
002700         FILE STATUS IS WS-CALENDAR-STATUS.                       -- I-O status for loadCalendar
002800     SELECT STATS-ROLLUP-FILE ASSIGN TO "STATSROLL"               -- Period-to-date rollup report
002900         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
003000         FILE STATUS IS WS-ROLLUP-STATUS.                         -- I-O status for writeRollupReport
003100     SELECT STATS-LEDGER-FILE ASSIGN TO "STATSLEDG"               -- The nightly run ledger
003200         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per step event
003300         FILE STATUS IS WS-LEDGER-STATUS.                         -- I-O status for the ledger paragraphs
003400     SELECT STATS-OVERRIDE-FILE ASSIGN TO "STATSOVR"              -- Operator override cards, optional
003500         ORGANIZATION IS LINE SEQUENTIAL                          -- One card per forced step
003600         FILE STATUS IS WS-OVERRIDE-STATUS.                       -- I-O status for findOverride
003700 DATA DIVISION.                                                   -- Start of data declaration
003800 FILE SECTION.                                                    -- File record descriptions
003900 FD  STATS-SUMMARY-FILE                                           -- Today's compact figures
004000     RECORDING MODE IS F.                                         -- Fixed length record
004100 COPY "stats_summary_record.cpy".                                 -- STATS-SUMMARY-RECORD layout
004200 FD  STATS-HISTORY-FILE.                                          -- Per-day, per-station history master
004300 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
004400 FD  STATS-CONTROL-FILE                                           -- Run-control card, read at startup
004500     RECORDING MODE IS F.                                         -- Fixed length record
004600 COPY "stats_control_record.cpy".                                 -- STATS-CONTROL-RECORD layout
004700 FD  STATS-ALERT-FILE                                             -- Drift breaches raised this run
004800     RECORDING MODE IS F.                                         -- Fixed length records
004900 COPY "stats_alert_record.cpy".                                   -- STATS-ALERT-RECORD layout
005000 FD  STATS-ALERT-REG-FILE.                                        -- Drift alert register
005100 COPY "stats_alert_register_record.cpy".                          -- STATS-ALERT-REG-RECORD layout
005200 FD  STATS-CALENDAR-FILE                                          -- Processing calendar, optional
005300     RECORDING MODE IS F.                                         -- Fixed length records
005400 COPY "stats_calendar_record.cpy".                                -- STATS-CALENDAR-RECORD layout
005500 FD  STATS-ROLLUP-FILE                                            -- Period-to-date rollup report
005600     RECORDING MODE IS F.                                         -- Fixed length print lines
005700 COPY "stats_rollup_record.cpy".                                  -- STATS-ROLLUP-*-LINE layouts
005800 FD  STATS-LEDGER-FILE                                            -- Nightly run ledger
005900     RECORDING MODE IS F.                                         -- Fixed-length records
006000 COPY "stats_ledger_record.cpy".                                  -- Ledger line layout
006100 FD  STATS-OVERRIDE-FILE                                          -- Operator override cards
006200     RECORDING MODE IS F.                                         -- Fixed-length records
006300 COPY "stats_override_record.cpy".                                -- Override card layout
006400 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
006500     01  WS-MAX-HISTORY  PIC 9(3) VALUE 732.                      -- Upper bound loadHistory will fill -
006600*                                                                 -- ...a year of day-level lines at
006700*                                                                 -- ...one "*ALL" line per type
006800     01  WS-HIST-UNLOADED PIC 9(5) VALUE 0.                       -- Day-level lines past the tables
006900     01  hist_count      PIC 9(3) VALUE 0.                        -- Actual number of history lines loaded
007000     01  hist_date       OCCURS 1 TO 732 TIMES                    -- Run date of each history line
007100                         DEPENDING ON hist_count PIC X(10).       -- Sized by hist_count
007200     01  hist_batch      OCCURS 1 TO 732 TIMES                    -- Batch id of each history line
007300                         DEPENDING ON hist_count PIC X(10).       -- Sized the same as hist_date
007400     01  hist_type       OCCURS 1 TO 732 TIMES                    -- Reading type of each history line
007500                         DEPENDING ON hist_count PIC X.           -- Sized the same as hist_date
007600     01  hist_recs       OCCURS 1 TO 732 TIMES                    -- Readings processed on each history line
007700                         DEPENDING ON hist_count PIC 9(5).        -- Sized the same as hist_date
007800     01  hist_smallest   OCCURS 1 TO 732 TIMES                    -- Smallest reading on each history line
007900                         DEPENDING ON hist_count PIC 9(3)V99.     -- Sized the same as hist_date
008000     01  hist_largest    OCCURS 1 TO 732 TIMES                    -- Largest reading on each history line
008100                         DEPENDING ON hist_count PIC 9(3)V99.     -- Sized the same as hist_date
008200     01  hist_mean       OCCURS 1 TO 732 TIMES                    -- Mean reading on each history line
008300                         DEPENDING ON hist_count PIC 9(3)V99.     -- Sized the same as hist_date
008400     01  WS-ROLLUP-MODE  PIC X(5) VALUE "WEEK".                   -- Requested rollup period, WEEK or MONTH
008500         88  WS-MODE-IS-MONTH VALUE "MONTH".                      -- Condition for a calendar-month rollup
008600     01  WS-FOUND-SWITCH PIC X VALUE "N".                         -- Set once determinePeriod finds a start
008700         88  WS-FOUND    VALUE "Y".                               -- Condition for period start found
008800     01  WS-EOF-SWITCH   PIC X VALUE "N".                         -- End-of-file switch for loadHistory
008900         88  WS-EOF      VALUE "Y".                               -- Condition for end of STATS-HISTORY-FILE
009000     01  WS-SUMMARY-STATUS PIC XX.                                -- File status for STATS-SUMMARY-FILE
009100     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
009200     01  WS-ROLLUP-STATUS  PIC XX.                                -- File status for STATS-ROLLUP-FILE
009300     01  WS-ALERT-STATUS   PIC XX.                                -- File status for STATS-ALERT-FILE
009400     01  WS-CONTROL-STATUS PIC XX.                                -- File status for STATS-CONTROL-FILE
009500     01  WS-ECHO-CAP     PIC X(3) VALUE "50".                     -- Card's reading cap, for the echo
009600     01  WS-ECHO-LOW     PIC X(6) VALUE "0.00".                   -- Card's range low, for the echo
009700     01  WS-ECHO-HIGH    PIC X(6) VALUE "999.99".                 -- Card's range high, for the echo
009800     01  WS-ECHO-ESCALATE PIC X(3) VALUE "3".                     -- Card's escalation days, for the echo
009900     01  i               PIC 9(3).                                -- Loop counter over the history tables
010000     01  j               PIC 9(3).                                -- Loop counter for sortHistory's sort
010100     01  WS-PERIOD-START PIC 9(3).                                -- First history index included in the period
010200     01  WS-ASOF-DATE    PIC X(10).                               -- Run date of the most recent history line
010300     01  WS-ASOF-MONTH   PIC X(2).                                -- Month portion of WS-ASOF-DATE
010400     01  WS-ASOF-YEAR    PIC X(4).                                -- Year portion of WS-ASOF-DATE
010500     01  WS-PERIOD-DAYS  PIC 9(3).                                -- Number of days included in the period
010600     01  WS-PERIOD-RECORDS PIC 9(7).                              -- Total readings processed over the period
010700     01  WS-PTYP-TABLE.                                           -- Per-type period aggregates - the
010800*                                                                 -- ...value figures must never mix
010900*                                                                 -- ...level and flow readings
011000         05  WS-PTYP-ENTRY OCCURS 2 TIMES.                        -- One entry per reading type
011100             10  WS-PTYP-TYPE     PIC X.                          -- The entry's reading type
011200             10  WS-PTYP-PRESENT  PIC X.                          -- "Y" once a line of the type hit
011300             10  WS-PTYP-SMALLEST PIC 9(3)V99.                    -- Smallest reading over the period
011400             10  WS-PTYP-LARGEST  PIC 9(3)V99.                    -- Largest reading over the period
011500             10  WS-PTYP-RECORDS  PIC 9(7).                       -- The type's readings in the period
011600             10  WS-PTYP-WEIGHTED PIC 9(9)V99.                    -- Running total of mean*readings
011700             10  WS-PTYP-MEAN-AVG PIC 9(3)V9999.                  -- Reading-weighted average mean
011800     01  WS-PTYP-IDX     PIC 9.                                   -- Loop counter over the type table
011900     01  WS-ROLLUP-DISP  PIC ZZZZZZ9.9999.                        -- Scratch edited number for the report
012000     01  WS-ROLLUP-COUNT-DISP PIC ZZZZZZ9.                        -- Scratch edited count for the report
012100     01  WS-MAX-CORRECTIONS PIC 9(2) VALUE 20.                    -- Upper bound of corrections listed
012200     01  WS-CORRECTION-COUNT PIC 9(3) VALUE 0.                    -- History records replaced this run
012300     01  WS-CORR-IDX     PIC 9(3).                                -- Loop counter over the correction table
012400     01  WS-CORR-TABLE.                                           -- Replaced keys held for the report
012500         05  WS-CORR-ENTRY OCCURS 20 TIMES.                       -- One entry per correction
012600             10  WS-CORR-DATE    PIC X(10).                       -- The corrected record's run date
012700             10  WS-CORR-BATCH   PIC X(10).                       -- ...batch id
012800             10  WS-CORR-STATION PIC X(4).                        -- ...station id
012900     01  WS-GRP-DATE     PIC X(10).                               -- Run date of the summary batch group
013000     01  WS-GRP-BATCH    PIC X(10).                               -- ...being landed, and its batch id
013100     01  WS-GRP-STA-COUNT PIC 9(2).                               -- Stations seen in the group so far
013200     01  WS-GRP-STA-ID   OCCURS 22 TIMES PIC X(4).                -- The group's incoming station ids
013300     01  WS-GRP-STA-TYPE OCCURS 22 TIMES PIC X.                   -- ...and each line's reading type
013400     01  WS-MAX-GRP-LINES PIC 9(2) VALUE 22.                      -- A batch can deliver up to 20
013500*                                                                 -- ...station/type lines plus two
013600*                                                                 -- ...per-type "*ALL" lines
013700     01  WS-GRP-IDX      PIC 9(2).                                -- Loop counter over the group table
013800     01  WS-PURGE-EOF-SWITCH PIC X VALUE "N".                     -- End-of-group switch for the purge
013900         88  WS-PURGE-EOF VALUE "Y".                              -- Condition for past the group
014000     01  WS-STALE-COUNT  PIC 9(3) VALUE 0.                        -- Superseded station records removed
014100     01  WS-DATE-COUNT   PIC 9(3).                                -- Distinct dates counted so far
014200     01  WS-PREV-DATE    PIC X(10).                               -- The date last counted as distinct
014300     01  WS-SUM-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for appendToday
014400         88  WS-SUM-EOF  VALUE "Y".                               -- Condition for end of STATS-SUMMARY-FILE
014500     01  WS-HIST-CHECK-EOF-SWITCH PIC X VALUE "N".                -- End-of-file switch for the history scans
014600         88  WS-HIST-CHECK-EOF VALUE "Y".                         -- Condition for end of STATS-HISTORY-FILE
014700     01  WS-IN-PERIOD-SWITCH PIC X VALUE "N".                     -- Set when a history line's date is in scope
014800         88  WS-IN-PERIOD VALUE "Y".                              -- Condition for a line inside the period
014900     01  WS-MAX-ROLL-STATIONS PIC 9(2) VALUE 40.                  -- Upper bound of station/type pairs
015000     01  WS-RSTA-DROPPED PIC 9(5) VALUE 0.                        -- Lines the table had no room for
015100     01  WS-RSTA-COUNT   PIC 9(2) VALUE 0.                        -- Distinct stations seen in the period
015200     01  WS-RSTA-IDX     PIC 9(2).                                -- Loop counter over the station table
015300     01  WS-RSTA-TABLE.                                           -- Per-station period aggregates
015400         05  WS-RSTA-ENTRY OCCURS 40 TIMES.                       -- One entry per station/type pair
015500             10  WS-RSTA-ID      PIC X(4).                        -- The station's id
015600             10  WS-RSTA-TYPE    PIC X.                           -- The entry's reading type
015700             10  WS-RSTA-RECORDS PIC 9(7).                        -- Readings the station sent in the period
015800             10  WS-RSTA-WEIGHTED PIC 9(9)V99.                    -- Running total of mean*readings per line
015900     01  WS-RSTA-MEAN-AVG PIC 9(3)V9999.                          -- One station's weighted average mean
016000     01  WS-ALERT-SD-LIMIT PIC 9V9 VALUE 2.0.                     -- Std deviations of drift tolerated
016100     01  WS-ALERT-VOLUME-PCT PIC 9(3) VALUE 50.                   -- Floor as a percent of the period norm
016200     01  WS-ALERT-COUNT  PIC 9(2) VALUE 0.                        -- Breaches raised this run
016300     01  WS-ALERT-TABLE.                                          -- Breaches held for the report section
016400         05  WS-ALR-ENTRY OCCURS 10 TIMES.                        -- One entry per breach
016500             10  WS-ALR-TYPE     PIC X(12).                       -- What drifted
016600             10  WS-ALR-RTYPE    PIC X.                           -- Which reading type drifted
016700             10  WS-ALR-OBSERVED PIC 9(7)V99.                     -- The newest day's figure
016800             10  WS-ALR-EXPECTED PIC 9(7)V99.                     -- The trailing period's norm
016900             10  WS-ALR-DATE     PIC X(10).                       -- The day that breached
017000             10  WS-ALR-BATCH    PIC X(10).                       -- ...and its batch
017100             10  WS-ALR-STATION  PIC X(4).                        -- Whose series drifted
017200     01  WS-ALR-IDX      PIC 9(2).                                -- Loop counter over the breach table
017300     01  WS-ALERT-REG-STATUS PIC XX.                              -- File status for STATS-ALERT-REG-FILE
017400     01  WS-ARG-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for register scans
017500         88  WS-ARG-EOF  VALUE "Y".                               -- Condition for end of the entries scanned
017600     01  WS-ARG-OPEN-SWITCH PIC X VALUE "N".                      -- Set when findOpenAlert finds one
017700         88  WS-ALERT-IS-OPEN VALUE "Y".                          -- Condition for an open alert in hand
017800     01  WS-ARG-SEEN-SWITCH PIC X VALUE "N".                      -- Set when the breach is on file
017900         88  WS-BREACH-ON-FILE VALUE "Y".                         -- ...already - a rerun of the night
018000     01  WS-ARG-OPEN-KEY PIC X(21).                               -- Key of the open alert found
018100     01  WS-ARG-LAST-SEQ PIC 9(4).                                -- Highest sequence the breach has had
018200     01  WS-ESCALATE-DAYS PIC 9(3) VALUE 3.                       -- Days open before each escalation
018300     01  WS-PARSED-DAYS  PIC S9(5)V99.                            -- Card's escalation days, full width
018400     01  WS-NEW-LEVEL    PIC 9(3).                                -- Escalation level an alert's age earns
018500     01  WS-ALERT-AGE    PIC S9(5).                               -- Days an open alert has been open
018600     01  WS-AGE-FROM-KEY PIC X(8).                                -- YYYYMMDD the alert opened
018700     01  WS-AGE-FROM-NUM REDEFINES WS-AGE-FROM-KEY PIC 9(8).      -- ...as a number
018800     01  WS-AGE-TO-KEY   PIC X(8).                                -- YYYYMMDD it is being aged to
018900     01  WS-AGE-TO-NUM REDEFINES WS-AGE-TO-KEY PIC 9(8).          -- ...as a number
019000     01  WS-ALERTS-OPENED PIC 9(5) VALUE 0.                       -- New alerts put on the register
019100     01  WS-ALERTS-REPEATED PIC 9(5) VALUE 0.                     -- Breaches attached to open alerts
019200     01  WS-ALERTS-ESCALATED PIC 9(5) VALUE 0.                    -- Alerts moved up a level this run
019300     01  WS-ALERTS-OPEN  PIC 9(5) VALUE 0.                        -- Alerts still open on the register
019400     01  WS-DRIFT-TYPE   PIC X.                                   -- Reading type one drift pass covers
019500     01  WS-NEWEST-IDX   PIC 9(3).                                -- Newest history line of that type
019600     01  WS-BASE-END     PIC 9(3).                                -- Last history index in the baseline
019700     01  WS-BASE-DAYS    PIC 9(3).                                -- Days in the trailing baseline
019800     01  WS-BASE-RECORDS PIC 9(7).                                -- Readings over the trailing baseline
019900     01  WS-BASE-WEIGHTED PIC 9(9)V99.                            -- Running total of mean*readings per day
020000     01  WS-BASE-MEAN-AVG PIC 9(3)V9999.                          -- Baseline reading-weighted average mean
020100     01  WS-BASE-AVG-RECS PIC 9(5)V99.                            -- Baseline average readings per day
020200     01  WS-MEAN-SD      PIC 9(3)V9999.                           -- Std deviation of baseline daily means
020300     01  WS-MEAN-DIFF    PIC 9(4)V9999.                           -- Newest mean's distance from baseline
020400     01  WS-SD-SUM       PIC 9(9)V9999.                           -- Running sum of squared deviations
020500     01  WS-DEV          PIC S9(4)V9999.                          -- Signed deviation from the baseline mean
020600     01  WS-VOLUME-FLOOR PIC 9(5)V99.                             -- Fewest readings tolerated for the day
020700     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
020800     01  WS-SORT-KEY-A   PIC X(8).                                -- YYYYMMDD key for the history sort
020900     01  WS-SORT-KEY-B   PIC X(8).                                -- ...its neighbor's key
021000     01  WS-SW-DATE      PIC X(10).                               -- Swap holders for the history sort
021100     01  WS-SW-BATCH     PIC X(10).                               -- ...
021200     01  WS-SW-TYPE      PIC X.                                   -- ...
021300     01  WS-SW-RECS      PIC 9(5).                                -- ...
021400     01  WS-SW-SMALLEST  PIC 9(3)V99.                             -- ...
021500     01  WS-SW-LARGEST   PIC 9(3)V99.                             -- ...
021600     01  WS-SW-MEAN      PIC 9(3)V99.                             -- ...
021700     01  WS-CALENDAR-STATUS PIC XX.                               -- File status for STATS-CALENDAR-FILE
021800     01  WS-CAL-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for loadCalendar
021900         88  WS-CAL-EOF  VALUE "Y".                               -- Condition for end of STATSCAL
022000     01  WS-MAX-CALENDAR PIC 9(3) VALUE 366.                      -- Upper bound loadCalendar will fill
022100     01  cal_count       PIC 9(3) VALUE 0.                        -- Expected run dates loaded
022200     01  cal_date        OCCURS 1 TO 366 TIMES                    -- The calendar's WORK dates - the
022300                         DEPENDING ON cal_count PIC X(10).        -- ...dates the suite must run
022400     01  cal_key         OCCURS 1 TO 366 TIMES                    -- YYYYMMDD key of each WORK date
022500                         DEPENDING ON cal_count PIC X(8).         -- Sized the same as cal_date
022600     01  WS-SW-CALDATE   PIC X(10).                               -- Swap holders for the calendar sort
022700     01  WS-SW-CALKEY    PIC X(8).                                -- ...
022800     01  WS-ASOF-KEY     PIC X(8).                                -- YYYYMMDD key of the as-of date
022900     01  WS-EARLIEST-KEY PIC X(8).                                -- ...of the oldest history line
023000     01  WS-CUTOFF-KEY   PIC X(8).                                -- ...of the week's first expected day
023100     01  WS-CAL-IDX      PIC 9(3).                                -- Loop counter over the calendar
023200     01  WS-CAL-LAST     PIC 9(3).                                -- Last calendar index not past as-of
023300     01  WS-MISSING-COUNT PIC 9(3) VALUE 0.                       -- Expected dates with no batch line
023400     01  WS-MAX-MISSING  PIC 9(2) VALUE 20.                       -- Upper bound of dates listed
023500     01  WS-MISSING-DATE OCCURS 20 TIMES PIC X(10).               -- The missing dates, for the report
023600     01  WS-MISS-IDX     PIC 9(3).                                -- Loop counter over the missing dates
023700     01  WS-LEDGER-STATUS PIC XX.                                 -- File status for STATS-LEDGER-FILE
023800     01  WS-OVERRIDE-STATUS PIC XX.                               -- File status for STATS-OVERRIDE-FILE
023900     01  WS-LDG-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for ledger scans
024000         88  WS-LDG-EOF  VALUE "Y".                               -- No more ledger lines
024100     01  WS-OVR-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for override cards
024200         88  WS-OVR-EOF  VALUE "Y".                               -- No more override cards
024300     01  WS-LDG-STEP     PIC X(10) VALUE "ROLLUP".                -- This step's name on the run ledger
024400     01  WS-LDG-RUN-DATE PIC X(10).                               -- The run date this step is processing
024500     01  WS-LDG-PRED-STEP PIC X(10).                              -- Predecessor being checked
024600     01  WS-LDG-PRED-STATE PIC X.                                 -- Its latest state for the run date
024700         88  WS-PRED-CLEAN VALUE "C".                             -- Ended with RC 4 or less
024800         88  WS-PRED-RUNNING VALUE "R".                           -- Started but never ended
024900         88  WS-PRED-FAILED VALUE "F".                            -- Ended above RC 4
025000     01  WS-LDG-STATE-TEXT PIC X(17).                             -- Predecessor state in words
025100     01  WS-LDG-EVENT    PIC X(8).                                -- What writeLedgerEntry should record
025200     01  WS-LDG-RC       PIC 9(2).                                -- Return code to record with it
025300     01  WS-LDG-OPERATOR PIC X(8).                                -- Operator behind an override
025400     01  WS-LDG-NOTE     PIC X(30).                               -- Free-text note for the ledger line
025500     01  WS-LDG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS, built by writeLedgerEntry
025600     01  WS-REFUSAL-RC   PIC 9(2) VALUE 16.                       -- This step's own hard-failure code
025700     01  WS-OVR-SWITCH   PIC X VALUE "N".                         -- Set when an override card applies
025800         88  WS-OVERRIDDEN VALUE "Y".                             -- Operator has forced this step through
025900     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
026000         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
026100         05  WS-CURR-MM      PIC 9(2).                            -- Current month
026200         05  WS-CURR-DD      PIC 9(2).                            -- Current day
026300         05  WS-CURR-HH      PIC 9(2).                            -- Current hour, for the ledger
026400         05  WS-CURR-MI      PIC 9(2).                            -- Current minute, for the ledger
026500         05  WS-CURR-SS      PIC 9(2).                            -- Current second, for the ledger
026600         05  FILLER          PIC X(9).                            -- Offset, not needed here
026700 PROCEDURE DIVISION.                                              -- Start of program logic
026800     PERFORM checkLedger                                          -- Refuse to run on top of a failed predecessor
026900     PERFORM readControl                                          -- Pick up the run-control card's limits
027000     PERFORM loadCalendar                                         -- ...and the processing calendar
027100     PERFORM appendToday                                          -- Fold today's figures into the history file
027200     PERFORM loadHistory                                          -- Load the history file into working storage
027300     IF WS-HIST-UNLOADED > 0                                      -- The tables could not carry the
027400         MOVE 8 TO WS-NEW-RC                                      -- ...whole master - nothing below
027500         PERFORM raiseReturnCode                                  -- ...can be trusted as a clean
027600     END-IF                                                       -- ...verdict, so hold and look
027700     IF hist_count > 0                                            -- There is something to roll up
027800         PERFORM determinePeriod                                  -- Work out which history lines are in scope
027900         PERFORM checkCalendarGaps                                -- Expected dates that never ran
028000         PERFORM summarizePeriod                                  -- Aggregate those history lines
028100         PERFORM summarizeStations                                -- Aggregate the period per station
028200         PERFORM checkDrift                                       -- Compare the newest day to the period
028300         PERFORM maintainAlertRegister                            -- Carry the breaches onto the register
028400         PERFORM writeRollupReport                                -- Write the period-to-date report
028500     ELSE                                                         -- Nothing on the history to roll up
028600         MOVE 8 TO WS-NEW-RC                                      -- Scheduler severity: hold and look
028700         PERFORM raiseReturnCode                                  -- ...
028800     END-IF                                                       -- End of if statement
028900     PERFORM finishLedger                                         -- Record our end and severity on the ledger
029000     STOP RUN.                                                    -- End the program
029100 readControl.                                                     -- Subroutine to read the control card
029200     OPEN INPUT STATS-CONTROL-FILE                                -- The card is optional - without it
029300     IF WS-CONTROL-STATUS NOT = "00"                              -- ...the shipped defaults stand
029400         CONTINUE                                                 -- No card supplied this run
029500     ELSE                                                         -- There is a card file
029600         READ STATS-CONTROL-FILE                                  -- Read the one card
029700             AT END CONTINUE                                      -- An empty file, defaults again
029800             NOT AT END PERFORM applyControlCard                  -- Edit-check it and apply it
029900         END-READ                                                 -- End of read
030000         CLOSE STATS-CONTROL-FILE                                 -- Done with the card
030100     END-IF.                                                      -- End of card-exists check
030200 applyControlCard.                                                -- Subroutine to apply the card's limits
030300     IF CTL-ROLLUP-PERIOD NOT = "WEEK "                           -- A period this job doesn't know -
030400         AND CTL-ROLLUP-PERIOD NOT = "MONTH"                      -- ...the scheduler set it wrong
030500         DISPLAY "STATSCTL BAD ROLLUP PERIOD: "                   -- Refuse the card loudly...
030600             CTL-ROLLUP-PERIOD                                    -- ...
030700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
030800         STOP RUN                                                 -- ...rather than roll the wrong period
030900     END-IF                                                       -- End of period check
031000     MOVE CTL-ROLLUP-PERIOD TO WS-ROLLUP-MODE                     -- The operator's period
031100     MOVE CTL-READING-CAP TO WS-ECHO-CAP                          -- Keep the other limits as carried
031200     MOVE CTL-RANGE-LOW TO WS-ECHO-LOW                            -- ...so the rollup report can echo
031300     MOVE CTL-RANGE-HIGH TO WS-ECHO-HIGH                          -- ...what the whole night ran under
031400     IF CTL-ESCALATE-DAYS NOT = SPACES                            -- A card cut before the alert
031500         PERFORM applyEscalateDays                                -- ...register keeps the default
031600     END-IF.                                                      -- End of escalation check
031700 applyEscalateDays.                                               -- Subroutine to apply the escalation days
031800     IF FUNCTION TEST-NUMVAL(CTL-ESCALATE-DAYS) NOT = 0           -- A span that isn't a number
031900         DISPLAY "STATSCTL BAD ESCALATION DAYS: "                 -- Refuse the card loudly
032000             CTL-ESCALATE-DAYS                                    -- ...
032100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
032200         STOP RUN                                                 -- ...
032300     END-IF                                                       -- End of numeric check
032400     COMPUTE WS-PARSED-DAYS =                                     -- Bring it out to full width
032500         FUNCTION NUMVAL(CTL-ESCALATE-DAYS)                       -- ...
032600     IF WS-PARSED-DAYS < 1                                        -- Zero would escalate every alert
032700         DISPLAY "STATSCTL ESCALATION DAYS OUT OF RANGE: "        -- ...the night it opened
032800             CTL-ESCALATE-DAYS                                    -- ...
032900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
033000         STOP RUN                                                 -- ...
033100     END-IF                                                       -- End of range check
033200     MOVE WS-PARSED-DAYS TO WS-ESCALATE-DAYS                      -- The operator's span
033300     MOVE CTL-ESCALATE-DAYS TO WS-ECHO-ESCALATE.                  -- ...echoed as carried
033400 appendToday.                                                     -- Subroutine to fold today's run into history
033500     OPEN INPUT STATS-SUMMARY-FILE                                -- See if statistics_program left a summary
033600     IF WS-SUMMARY-STATUS = "00"                                  -- Today's summary file exists
033700         OPEN I-O STATS-HISTORY-FILE                              -- Maintain the history master in place
033800         IF WS-HISTORY-STATUS NOT = "00"                          -- No history file yet, first run
033900             OPEN OUTPUT STATS-HISTORY-FILE                       -- Create an empty one
034000             CLOSE STATS-HISTORY-FILE                             -- ...
034100             OPEN I-O STATS-HISTORY-FILE                          -- Reopen it for maintaining
034200         END-IF                                                   -- End of if statement
034300         MOVE SPACES TO WS-GRP-DATE                               -- No summary batch group in hand yet
034400         MOVE SPACES TO WS-GRP-BATCH                              -- ...
034500         MOVE 0 TO WS-GRP-STA-COUNT                               -- ...
034600         PERFORM UNTIL WS-SUM-EOF                                 -- One pass per summary line
034700             READ STATS-SUMMARY-FILE                              -- Read the next summary line
034800                 AT END SET WS-SUM-EOF TO TRUE                    -- Flag end of file
034900                 NOT AT END                                       -- A summary line was read
035000                     PERFORM applySummaryLine                     -- Add it, or correct what's on file
035100             END-READ                                             -- End of read
035200         END-PERFORM                                              -- End of loop
035300         PERFORM purgeStaleStations                               -- Close out the last group landed
035400         CLOSE STATS-HISTORY-FILE                                 -- Done with the history master
035500         CLOSE STATS-SUMMARY-FILE                                 -- Done with today's summary
035600     END-IF.                                                      -- End of if statement
035700 applySummaryLine.                                                -- Subroutine to land one summary line
035800     IF SUM-RUN-DATE NOT = WS-GRP-DATE                            -- A new batch group starts here -
035900         OR SUM-BATCH-ID NOT = WS-GRP-BATCH                       -- ...its lines travel together
036000         PERFORM purgeStaleStations                               -- Close out the group just landed
036100         MOVE SUM-RUN-DATE TO WS-GRP-DATE                         -- Open the new group
036200         MOVE SUM-BATCH-ID TO WS-GRP-BATCH                        -- ...
036300         MOVE 0 TO WS-GRP-STA-COUNT                               -- No stations seen in it yet
036400     END-IF                                                       -- End of new-group check
036500     IF WS-GRP-STA-COUNT < WS-MAX-GRP-LINES                       -- Remember the line's station, so
036600         ADD 1 TO WS-GRP-STA-COUNT                                -- ...the purge can tell a current
036700         MOVE SUM-STATION-ID                                      -- ...station from a superseded one
036800             TO WS-GRP-STA-ID(WS-GRP-STA-COUNT)                   -- ...
036900         MOVE SUM-READING-TYPE                                    -- ...type and station travel as
037000             TO WS-GRP-STA-TYPE(WS-GRP-STA-COUNT)                 -- ...one key leg now
037100     END-IF                                                       -- End of room check
037200     MOVE SUM-RUN-DATE TO HST-RUN-DATE                            -- Build the line's record key
037300     MOVE SUM-BATCH-ID TO HST-BATCH-ID                            -- ...
037400     MOVE SUM-STATION-ID TO HST-STATION-ID                        -- ...
037500     MOVE SUM-READING-TYPE TO HST-READING-TYPE                    -- ...
037600     READ STATS-HISTORY-FILE                                      -- One keyed read settles which
037700         INVALID KEY PERFORM appendHistoryRecord                  -- A new record, add it
037800         NOT INVALID KEY PERFORM correctHistoryRecord             -- Already on file - a correction run
037900     END-READ.                                                    -- End of read
038000 correctHistoryRecord.                                            -- Subroutine to replace a record on file
038100     IF HST-RECORD-COUNT = SUM-RECORD-COUNT                       -- An unchanged rerun of the same
038200         AND HST-SMALLEST = SUM-SMALLEST                          -- ...figures is not a correction -
038300         AND HST-LARGEST = SUM-LARGEST                            -- ...leave the record alone so a
038400         AND HST-MODE = SUM-MODE                                  -- ...double-run of this job stays
038500         AND HST-MEAN = SUM-MEAN                                  -- ...quiet
038600         AND HST-MEDIAN = SUM-MEDIAN                              -- ...
038700         AND HST-STDDEV = SUM-STDDEV                              -- ...
038800         CONTINUE                                                 -- Nothing to do
038900     ELSE                                                         -- The figures genuinely changed
039000         PERFORM buildHistoryRecord                               -- Rebuild the record from the line
039100         REWRITE STATS-HISTORY-RECORD                             -- Replace it on the master
039200             INVALID KEY CONTINUE                                 -- Shouldn't happen - the read just hit
039300         END-REWRITE                                              -- End of rewrite
039400         ADD 1 TO WS-CORRECTION-COUNT                             -- Count the correction for the report
039500         IF WS-CORRECTION-COUNT NOT > WS-MAX-CORRECTIONS          -- Room left to list it
039600             MOVE SUM-RUN-DATE                                    -- Remember which record was
039700                 TO WS-CORR-DATE(WS-CORRECTION-COUNT)             -- ...replaced, so the report
039800             MOVE SUM-BATCH-ID                                    -- ...can flag it
039900                 TO WS-CORR-BATCH(WS-CORRECTION-COUNT)            -- ...
040000             MOVE SUM-STATION-ID                                  -- ...
040100                 TO WS-CORR-STATION(WS-CORRECTION-COUNT)          -- ...
040200         END-IF                                                   -- End of room check
040300     END-IF.                                                      -- End of unchanged check
040400 purgeStaleStations.                                              -- Subroutine to drop superseded lines
040500     IF WS-GRP-DATE = SPACES                                      -- No group landed yet, nothing to do
040600         CONTINUE                                                 -- ...
040700     ELSE                                                         -- A group was just landed - any of
040800*                                                                 -- ...its history records whose station
040900*                                                                 -- ...did not reappear in the summary
041000*                                                                 -- ...was superseded by the rerun
041100         MOVE "N" TO WS-PURGE-EOF-SWITCH                          -- Reset the end-of-group switch
041200         MOVE WS-GRP-DATE TO HST-RUN-DATE                         -- Position at the group's first
041300         MOVE WS-GRP-BATCH TO HST-BATCH-ID                        -- ...record in key order
041400         MOVE LOW-VALUES TO HST-STATION-ID                        -- ...
041500         MOVE LOW-VALUES TO HST-READING-TYPE                      -- ...
041600         START STATS-HISTORY-FILE                                 -- ...
041700             KEY IS NOT LESS THAN HST-HIST-KEY                    -- ...
041800             INVALID KEY SET WS-PURGE-EOF TO TRUE                 -- Nothing at or past the group
041900         END-START                                                -- End of start
042000         PERFORM UNTIL WS-PURGE-EOF                               -- Walk the group's records
042100             READ STATS-HISTORY-FILE NEXT RECORD                  -- Read the next history record
042200                 AT END SET WS-PURGE-EOF TO TRUE                  -- Flag end of file
042300                 NOT AT END                                       -- A history record was read
042400                     IF HST-RUN-DATE NOT = WS-GRP-DATE            -- Past the group in key order
042500                         OR HST-BATCH-ID NOT = WS-GRP-BATCH       -- ...
042600                         SET WS-PURGE-EOF TO TRUE                 -- Done with the group
042700                     ELSE                                         -- Still inside the group
042800                         PERFORM checkStaleStation                -- Drop it if superseded
042900                     END-IF                                       -- End of group check
043000             END-READ                                             -- End of read
043100         END-PERFORM                                              -- End of purge loop
043200     END-IF.                                                      -- End of group-in-hand check
043300 checkStaleStation.                                               -- Subroutine to test one group record
043400     MOVE 1 TO WS-GRP-IDX                                         -- Look the record's station/type up
043500     PERFORM UNTIL WS-GRP-IDX > WS-GRP-STA-COUNT                  -- ...among the lines the summary
043600         OR (WS-GRP-STA-ID(WS-GRP-IDX) = HST-STATION-ID           -- ...just delivered for this group
043700             AND WS-GRP-STA-TYPE(WS-GRP-IDX)                      -- ...
043800             = HST-READING-TYPE)                                  -- ...
043900         ADD 1 TO WS-GRP-IDX                                      -- Try the next entry
044000     END-PERFORM                                                  -- Ends past the table when not found
044100     IF WS-GRP-IDX > WS-GRP-STA-COUNT                             -- The station was not redelivered -
044200*                                                                 -- ...the rerun reassigned its readings
044300         DELETE STATS-HISTORY-FILE RECORD                         -- Drop the superseded record
044400             INVALID KEY CONTINUE                                 -- Shouldn't happen - the read just hit
044500         END-DELETE                                               -- End of delete
044600         ADD 1 TO WS-STALE-COUNT                                  -- Count it for the report
044700     END-IF.                                                      -- End of redelivered check
044800 appendHistoryRecord.                                             -- Subroutine to add one history record
044900     PERFORM buildHistoryRecord                                   -- Build the record from the line
045000     WRITE STATS-HISTORY-RECORD                                   -- Add the record under its key
045100         INVALID KEY CONTINUE                                     -- Already on file, leave it be
045200     END-WRITE.                                                   -- End of write
045300 buildHistoryRecord.                                              -- Subroutine to fill one history record
045400     MOVE SPACES TO STATS-HISTORY-RECORD                          -- Clear the history line
045500     MOVE SUM-RUN-DATE TO HST-RUN-DATE                            -- Carry the run date
045600     MOVE SUM-BATCH-ID TO HST-BATCH-ID                            -- Carry the batch id
045700     MOVE SUM-STATION-ID TO HST-STATION-ID                        -- Carry the station id
045800     MOVE SUM-READING-TYPE TO HST-READING-TYPE                    -- Carry the reading type
045900     MOVE SUM-RECORD-COUNT TO HST-RECORD-COUNT                    -- Carry the readings-processed count
046000     MOVE SUM-SMALLEST TO HST-SMALLEST                            -- Carry the smallest reading
046100     MOVE SUM-LARGEST TO HST-LARGEST                              -- Carry the largest reading
046200     MOVE SUM-MODE TO HST-MODE                                    -- Carry the mode
046300     MOVE SUM-MEAN TO HST-MEAN                                    -- Carry the mean
046400     MOVE SUM-MEDIAN TO HST-MEDIAN                                -- Carry the median
046500     MOVE SUM-STDDEV TO HST-STDDEV.                               -- Carry the standard deviation
046600 loadHistory.                                                     -- Subroutine to load the history file
046700     MOVE 0 TO hist_count                                         -- No history loaded yet
046800     OPEN INPUT STATS-HISTORY-FILE                                -- Open the running history
046900     IF WS-HISTORY-STATUS = "00"                                  -- There is a history file to read
047000         PERFORM UNTIL WS-EOF OR hist_count >= WS-MAX-HISTORY     -- Loop until EOF or the table is full
047100             READ STATS-HISTORY-FILE NEXT RECORD                  -- Read the next history record
047200                 AT END SET WS-EOF TO TRUE                        -- Flag end of file
047300                 NOT AT END                                       -- A history line was read
047400                     IF HST-STATION-ID = "*ALL"                   -- Only batch-total lines make up the
047500                                                                  -- ...day-level series rolled up here
047600                     ADD 1 TO hist_count                          -- Grow the tables by one slot
047700                     MOVE HST-RUN-DATE TO hist_date(hist_count)   -- Store its run date
047800                     MOVE HST-BATCH-ID TO hist_batch(hist_count)  -- Store its batch id
047900                     MOVE HST-READING-TYPE                        -- Store its reading type
048000                         TO hist_type(hist_count)                 -- ...
048100                     MOVE HST-RECORD-COUNT                        -- Store its readings-processed
048200                         TO hist_recs(hist_count)                 -- ...count
048300                     MOVE HST-SMALLEST                            -- Store its smallest
048400                         TO hist_smallest(hist_count)              -- ...reading
048500                     MOVE HST-LARGEST                             -- Store its largest
048600                         TO hist_largest(hist_count)              -- ...reading
048700                     MOVE HST-MEAN TO hist_mean(hist_count)       -- Store its mean
048800                     END-IF                                       -- End of batch-total check
048900             END-READ                                             -- End of read
049000         END-PERFORM                                              -- End of loop
049100         PERFORM countUnloadedHistory UNTIL WS-EOF                -- The tables filled before the
049200*                                                                 -- ...file ended - count what was
049300*                                                                 -- ...left behind, because a span
049400*                                                                 -- ...missing arbitrary dates
049500*                                                                 -- ...falsifies every check below
049600         CLOSE STATS-HISTORY-FILE                                 -- Done with the history file
049700         PERFORM sortHistory                                      -- The master hands records back in
049800*                                                                 -- key order, which is month-first -
049900*                                                                 -- the rollup needs them in date order
050000     END-IF.                                                      -- End of if statement
050100 countUnloadedHistory.                                            -- Subroutine to count lines left behind
050200     READ STATS-HISTORY-FILE NEXT RECORD                          -- Read the next history record
050300         AT END SET WS-EOF TO TRUE                                -- Flag end of file
050400         NOT AT END                                               -- A history line was read
050500             IF HST-STATION-ID = "*ALL"                           -- Only the day-level lines the
050600                 ADD 1 TO WS-HIST-UNLOADED                        -- ...tables would have carried
050700             END-IF                                               -- End of batch-total check
050800     END-READ.                                                    -- End of read
050900 sortHistory.                                                     -- Subroutine to date-order the tables
051000     PERFORM VARYING i FROM 1 BY 1 UNTIL i > hist_count           -- Bubble sort the parallel history
051100         PERFORM VARYING j FROM 1 BY 1                            -- ...tables chronologically, the
051200             UNTIL j > hist_count - i                             -- ...same way findMedian sorts in
051300             STRING hist_date(j)(7:4)                             -- ...statistics_program - compare
051400                 hist_date(j)(1:2)                                -- ...year, then month, then day
051500                 hist_date(j)(4:2)                                -- ...
051600                 DELIMITED BY SIZE INTO WS-SORT-KEY-A             -- ...
051700             STRING hist_date(j + 1)(7:4)                         -- The next entry's key
051800                 hist_date(j + 1)(1:2)                            -- ...
051900                 hist_date(j + 1)(4:2)                            -- ...
052000                 DELIMITED BY SIZE INTO WS-SORT-KEY-B             -- ...
052100             IF WS-SORT-KEY-A > WS-SORT-KEY-B                     -- If out of date order...
052200                 PERFORM swapHistoryLines                         -- ...swap the two entries
052300             END-IF                                               -- End of if statement
052400         END-PERFORM                                              -- End of nested loop
052500     END-PERFORM.                                                 -- End of outer loop
052600 swapHistoryLines.                                                -- Subroutine to swap entries j and j+1
052700     MOVE hist_date(j) TO WS-SW-DATE                              -- Hold entry j...
052800     MOVE hist_batch(j) TO WS-SW-BATCH                            -- ...
052900     MOVE hist_type(j) TO WS-SW-TYPE                              -- ...
053000     MOVE hist_recs(j) TO WS-SW-RECS                              -- ...
053100     MOVE hist_smallest(j) TO WS-SW-SMALLEST                      -- ...
053200     MOVE hist_largest(j) TO WS-SW-LARGEST                        -- ...
053300     MOVE hist_mean(j) TO WS-SW-MEAN                              -- ...
053400     MOVE hist_date(j + 1) TO hist_date(j)                        -- ...move entry j+1 down...
053500     MOVE hist_batch(j + 1) TO hist_batch(j)                      -- ...
053600     MOVE hist_type(j + 1) TO hist_type(j)                        -- ...
053700     MOVE hist_recs(j + 1) TO hist_recs(j)                        -- ...
053800     MOVE hist_smallest(j + 1) TO hist_smallest(j)                -- ...
053900     MOVE hist_largest(j + 1) TO hist_largest(j)                  -- ...
054000     MOVE hist_mean(j + 1) TO hist_mean(j)                        -- ...
054100     MOVE WS-SW-DATE TO hist_date(j + 1)                          -- ...and entry j up
054200     MOVE WS-SW-BATCH TO hist_batch(j + 1)                        -- ...
054300     MOVE WS-SW-TYPE TO hist_type(j + 1)                          -- ...
054400     MOVE WS-SW-RECS TO hist_recs(j + 1)                          -- ...
054500     MOVE WS-SW-SMALLEST TO hist_smallest(j + 1)                  -- ...
054600     MOVE WS-SW-LARGEST TO hist_largest(j + 1)                    -- ...
054700     MOVE WS-SW-MEAN TO hist_mean(j + 1).                         -- ...
054800 determinePeriod.                                                 -- Subroutine to find the period's start index
054900     MOVE hist_date(hist_count) TO WS-ASOF-DATE                   -- The most recent history line's run date
055000     MOVE WS-ASOF-DATE(1:2) TO WS-ASOF-MONTH                      -- Its month, from MM/DD/YYYY
055100     MOVE WS-ASOF-DATE(7:4) TO WS-ASOF-YEAR                       -- Its year, from MM/DD/YYYY
055200     IF WS-MODE-IS-MONTH                                          -- Calendar-month-to-date rollup
055300         MOVE 1 TO WS-PERIOD-START                                -- Fall back to the whole history
055400         MOVE "N" TO WS-FOUND-SWITCH                              -- Haven't found the month's first line yet
055500         PERFORM VARYING i FROM 1 BY 1                            -- Find the first line in the same
055600             UNTIL i > hist_count OR WS-FOUND                     -- calendar month/year as the latest line
055700             IF hist_date(i)(1:2) = WS-ASOF-MONTH                 -- Same month...
055800                 AND hist_date(i)(7:4) = WS-ASOF-YEAR             -- ...and same year
055900                 MOVE i TO WS-PERIOD-START                        -- This is the month's first line so far
056000                 SET WS-FOUND TO TRUE                             -- Stop looking, lines are in date order
056100             END-IF                                               -- End of if statement
056200         END-PERFORM                                              -- End of loop
056300     ELSE                                                         -- Week-to-date rollup
056400     IF cal_count > 0                                             -- With a calendar, the week is the
056500*                                                                 -- ...last 7 EXPECTED run dates, so
056600*                                                                 -- ...a holiday week still rolls up
056700*                                                                 -- ...the right days
056800         PERFORM determineCalendarWeek                            -- ...
056900     ELSE                                                         -- Without one, fall back to the
057000*                                                                 -- ...last 7 distinct dates on file
057100         MOVE 1 TO WS-PERIOD-START                                -- Fall back to the whole history
057200         MOVE "N" TO WS-FOUND-SWITCH                              -- Haven't walked past a week yet
057300         MOVE 0 TO WS-DATE-COUNT                                  -- One run date can carry several
057400         MOVE SPACES TO WS-PREV-DATE                              -- ...batch lines, so the week is
057500         PERFORM VARYING i FROM hist_count BY -1                  -- ...the last 7 DISTINCT dates,
057600             UNTIL i < 1 OR WS-FOUND                              -- ...walked newest to oldest
057700             IF hist_date(i) NOT = WS-PREV-DATE                   -- A date not counted yet
057800                 ADD 1 TO WS-DATE-COUNT                           -- Count it
057900                 MOVE hist_date(i) TO WS-PREV-DATE                -- ...once
058000             END-IF                                               -- End of new-date check
058100             IF WS-DATE-COUNT > 7                                 -- The eighth distinct date is
058200                 COMPUTE WS-PERIOD-START = i + 1                  -- ...outside the week - the period
058300                 SET WS-FOUND TO TRUE                             -- ...starts just after it
058400             END-IF                                               -- End of eighth-date check
058500         END-PERFORM                                              -- End of loop
058600     END-IF                                                       -- End of calendar check
058700     END-IF.                                                      -- End of if statement
058800 determineCalendarWeek.                                           -- Subroutine to bound a calendar week
058900     MOVE 1 TO WS-PERIOD-START                                    -- Fall back to the whole history
059000     STRING WS-ASOF-DATE(7:4)                                     -- The as-of date's year-first key
059100         WS-ASOF-DATE(1:2)                                        -- ...
059200         WS-ASOF-DATE(4:2)                                        -- ...
059300         DELIMITED BY SIZE INTO WS-ASOF-KEY                       -- ...
059400     MOVE 0 TO WS-CAL-LAST                                        -- The newest expected date not
059500     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1                       -- ...past the as-of date - the
059600         UNTIL WS-CAL-IDX > cal_count                             -- ...calendar is in date order
059700         IF cal_key(WS-CAL-IDX) NOT > WS-ASOF-KEY                 -- ...after loadCalendar's sort
059800             MOVE WS-CAL-IDX TO WS-CAL-LAST                       -- ...
059900         END-IF                                                   -- End of as-of check
060000     END-PERFORM                                                  -- End of loop
060100     IF WS-CAL-LAST = 0                                           -- The calendar starts after the
060200         CONTINUE                                                 -- ...history - keep the fallback
060300     ELSE                                                         -- The week's first expected day is
060400         IF WS-CAL-LAST > 6                                       -- ...6 expected days back from the
060500             COMPUTE WS-CAL-IDX = WS-CAL-LAST - 6                 -- ...newest one
060600         ELSE                                                     -- A calendar shorter than a week
060700             MOVE 1 TO WS-CAL-IDX                                 -- ...starts at its first date
060800         END-IF                                                   -- End of short-calendar check
060900         MOVE cal_key(WS-CAL-IDX) TO WS-CUTOFF-KEY                -- The week's opening key
061000         MOVE "N" TO WS-FOUND-SWITCH                              -- Haven't found the first line yet
061100         PERFORM VARYING i FROM 1 BY 1                            -- The period starts at the first
061200             UNTIL i > hist_count OR WS-FOUND                     -- ...history line on or after it
061300             STRING hist_date(i)(7:4)                             -- Build the line's year-first key
061400                 hist_date(i)(1:2)                                -- ...
061500                 hist_date(i)(4:2)                                -- ...
061600                 DELIMITED BY SIZE INTO WS-SORT-KEY-A             -- ...
061700             IF WS-SORT-KEY-A NOT < WS-CUTOFF-KEY                 -- On or after the opening day
061800                 MOVE i TO WS-PERIOD-START                        -- The period starts here
061900                 SET WS-FOUND TO TRUE                             -- Stop looking, lines are sorted
062000             END-IF                                               -- End of cutoff check
062100         END-PERFORM                                              -- End of loop
062200     END-IF.                                                      -- End of empty-window check
062300 loadCalendar.                                                    -- Subroutine to load the calendar
062400     MOVE 0 TO cal_count                                          -- No expected dates loaded yet
062500     OPEN INPUT STATS-CALENDAR-FILE                               -- The calendar is optional - without
062600     IF WS-CALENDAR-STATUS NOT = "00"                             -- ...it the rollup behaves as it
062700         CONTINUE                                                 -- ...always has
062800     ELSE                                                         -- There is a calendar to read
062900         PERFORM loadCalendarLine UNTIL WS-CAL-EOF                -- One pass per calendar line
063000         CLOSE STATS-CALENDAR-FILE                                -- Done with the calendar
063100         PERFORM sortCalendar                                     -- ...which must end up date-ordered
063200     END-IF.                                                      -- End of calendar-exists check
063300 loadCalendarLine.                                                -- Subroutine to load one calendar line
063400     READ STATS-CALENDAR-FILE                                     -- Read the next calendar line
063500         AT END SET WS-CAL-EOF TO TRUE                            -- Flag end of file
063600         NOT AT END                                               -- A calendar line was read
063700             IF CAL-IS-WORKDAY                                    -- Only expected run dates matter -
063800                 AND cal_count < WS-MAX-CALENDAR                  -- ...holidays and outages are the
063900*                                                                 -- ...days the suite may stay quiet
064000                 ADD 1 TO cal_count                               -- Grow the tables by one slot
064100                 MOVE CAL-RUN-DATE TO cal_date(cal_count)         -- Store the expected date
064200                 STRING CAL-RUN-DATE(7:4)                         -- ...and its year-first key,
064300                     CAL-RUN-DATE(1:2)                            -- ...for ordering and compares
064400                     CAL-RUN-DATE(4:2)                            -- ...
064500                     DELIMITED BY SIZE INTO cal_key(cal_count)    -- ...
064600             END-IF                                               -- End of workday check
064700     END-READ.                                                    -- End of read
064800 sortCalendar.                                                    -- Subroutine to date-order the calendar
064900     PERFORM VARYING i FROM 1 BY 1 UNTIL i > cal_count            -- Bubble sort the calendar tables
065000         PERFORM VARYING j FROM 1 BY 1                            -- ...chronologically, the same way
065100             UNTIL j > cal_count - i                              -- ...sortHistory orders the history
065200             IF cal_key(j) > cal_key(j + 1)                       -- If out of date order...
065300                 MOVE cal_date(j) TO WS-SW-CALDATE                -- ...swap the two entries
065400                 MOVE cal_key(j) TO WS-SW-CALKEY                  -- ...
065500                 MOVE cal_date(j + 1) TO cal_date(j)              -- ...
065600                 MOVE cal_key(j + 1) TO cal_key(j)                -- ...
065700                 MOVE WS-SW-CALDATE TO cal_date(j + 1)            -- ...
065800                 MOVE WS-SW-CALKEY TO cal_key(j + 1)              -- ...
065900             END-IF                                               -- End of if statement
066000         END-PERFORM                                              -- End of nested loop
066100     END-PERFORM.                                                 -- End of outer loop
066200 checkCalendarGaps.                                               -- Subroutine to spot days that never ran
066300     MOVE 0 TO WS-MISSING-COUNT                                   -- No gaps found yet
066400     IF cal_count = 0                                             -- No calendar supplied this run
066500         CONTINUE                                                 -- ...nothing to walk against
066600     ELSE                                                         -- The calendar is loaded
066700         STRING WS-ASOF-DATE(7:4)                                 -- The newest history date's key -
066800             WS-ASOF-DATE(1:2)                                    -- ...expected dates past it are
066900             WS-ASOF-DATE(4:2)                                    -- ...the future, not gaps
067000             DELIMITED BY SIZE INTO WS-ASOF-KEY                   -- ...
067100         STRING hist_date(1)(7:4)                                 -- The oldest history date's key -
067200             hist_date(1)(1:2)                                    -- ...expected dates before the
067300             hist_date(1)(4:2)                                    -- ...master's span were archived,
067400             DELIMITED BY SIZE INTO WS-EARLIEST-KEY               -- ...not missed
067500         PERFORM VARYING WS-CAL-IDX FROM 1 BY 1                   -- Walk every expected date in the
067600             UNTIL WS-CAL-IDX > cal_count                         -- ...window the master covers
067700             IF cal_key(WS-CAL-IDX) NOT < WS-EARLIEST-KEY         -- Inside the window on both
067800                 AND cal_key(WS-CAL-IDX) NOT > WS-ASOF-KEY        -- ...ends
067900                 PERFORM checkOneCalendarDate                     -- Did the suite run that day?
068000             END-IF                                               -- End of window check
068100         END-PERFORM                                              -- End of calendar loop
068200         IF WS-MISSING-COUNT > 0                                  -- A day that never ran is worse
068300             MOVE 8 TO WS-NEW-RC                                  -- ...than drift - hold and look
068400             PERFORM raiseReturnCode                              -- ...
068500         END-IF                                                   -- End of gap check
068600     END-IF.                                                      -- End of calendar check
068700 checkOneCalendarDate.                                            -- Subroutine to test one expected date
068800     MOVE "N" TO WS-FOUND-SWITCH                                  -- No batch line found yet
068900     PERFORM VARYING i FROM 1 BY 1                                -- Walk the day-level series for
069000         UNTIL i > hist_count OR WS-FOUND                         -- ...a line carrying the date
069100         IF hist_date(i) = cal_date(WS-CAL-IDX)                   -- The date ran
069200             SET WS-FOUND TO TRUE                                 -- ...
069300         END-IF                                                   -- End of date check
069400     END-PERFORM                                                  -- End of loop
069500     IF NOT WS-FOUND                                              -- An expected date with no batch
069600         ADD 1 TO WS-MISSING-COUNT                                -- ...line - count the gap
069700         IF WS-MISSING-COUNT NOT > WS-MAX-MISSING                 -- Room left to list it
069800             MOVE cal_date(WS-CAL-IDX)                            -- Remember the date for the
069900                 TO WS-MISSING-DATE(WS-MISSING-COUNT)             -- ...report
070000         END-IF                                                   -- End of room check
070100     END-IF.                                                      -- End of found check
070200 summarizePeriod.                                                 -- Subroutine to aggregate the period
070300     MOVE 0 TO WS-PERIOD-RECORDS                                  -- No readings totalled yet
070400     MOVE 0 TO WS-PERIOD-DAYS                                     -- No days counted yet
070500     MOVE SPACES TO WS-PREV-DATE                                  -- No date counted yet
070600     PERFORM VARYING i FROM WS-PERIOD-START BY 1                  -- Walk the period's history lines
070700         UNTIL i > hist_count                                     -- ...for the type-blind counts only
070800         IF hist_date(i) NOT = WS-PREV-DATE                       -- Several batch lines can share one
070900             ADD 1 TO WS-PERIOD-DAYS                              -- ...run date - count each date once
071000             MOVE hist_date(i) TO WS-PREV-DATE                    -- ...
071100         END-IF                                                   -- End of new-date check
071200         ADD hist_recs(i) TO WS-PERIOD-RECORDS                    -- Accumulate readings processed
071300     END-PERFORM                                                  -- End of loop
071400     MOVE "L" TO WS-PTYP-TYPE(1)                                  -- The value figures aggregate per
071500     MOVE "F" TO WS-PTYP-TYPE(2)                                  -- ...type - levels and flows must
071600     PERFORM VARYING WS-PTYP-IDX FROM 1 BY 1                      -- ...never be averaged or
071700         UNTIL WS-PTYP-IDX > 2                                    -- ...min/maxed together
071800         PERFORM summarizeTypePeriod                              -- One aggregate pass per type
071900     END-PERFORM.                                                 -- End of type loop
072000 summarizeTypePeriod.                                             -- Subroutine to aggregate one type
072100     MOVE "N" TO WS-PTYP-PRESENT(WS-PTYP-IDX)                     -- No line of this type seen yet
072200     MOVE 0 TO WS-PTYP-SMALLEST(WS-PTYP-IDX)                      -- Hold every figure at zero until
072300     MOVE 0 TO WS-PTYP-LARGEST(WS-PTYP-IDX)                       -- ...a line of the type arrives
072400     MOVE 0 TO WS-PTYP-RECORDS(WS-PTYP-IDX)                       -- ...
072500     MOVE 0 TO WS-PTYP-WEIGHTED(WS-PTYP-IDX)                      -- ...
072600     MOVE 0 TO WS-PTYP-MEAN-AVG(WS-PTYP-IDX)                      -- ...
072700     PERFORM VARYING i FROM WS-PERIOD-START BY 1                  -- Walk the period's history lines
072800         UNTIL i > hist_count                                     -- ...
072900         IF hist_type(i) = WS-PTYP-TYPE(WS-PTYP-IDX)              -- Only like aggregates with like
073000             IF WS-PTYP-PRESENT(WS-PTYP-IDX) = "N"                -- The type's first line seeds
073100                 MOVE "Y" TO WS-PTYP-PRESENT(WS-PTYP-IDX)         -- ...its smallest and largest
073200                 MOVE hist_smallest(i)                            -- ...
073300                     TO WS-PTYP-SMALLEST(WS-PTYP-IDX)             -- ...
073400                 MOVE hist_largest(i)                             -- ...
073500                     TO WS-PTYP-LARGEST(WS-PTYP-IDX)              -- ...
073600             ELSE                                                 -- Later lines widen them
073700                 IF hist_smallest(i)                              -- A new period-wide smallest...
073800                     < WS-PTYP-SMALLEST(WS-PTYP-IDX)              -- ...
073900                     MOVE hist_smallest(i)                        -- ...then update it
074000                         TO WS-PTYP-SMALLEST(WS-PTYP-IDX)         -- ...
074100                 END-IF                                           -- End of if statement
074200                 IF hist_largest(i)                               -- A new period-wide largest...
074300                     > WS-PTYP-LARGEST(WS-PTYP-IDX)               -- ...
074400                     MOVE hist_largest(i)                         -- ...then update it
074500                         TO WS-PTYP-LARGEST(WS-PTYP-IDX)          -- ...
074600                 END-IF                                           -- End of if statement
074700             END-IF                                               -- End of first-line check
074800             ADD hist_recs(i) TO WS-PTYP-RECORDS(WS-PTYP-IDX)     -- Accumulate the type's readings
074900             COMPUTE WS-PTYP-WEIGHTED(WS-PTYP-IDX) =              -- Weight each day's mean by its
075000                 WS-PTYP-WEIGHTED(WS-PTYP-IDX) +                  -- own reading count, not just by
075100                 (hist_mean(i) * hist_recs(i))                    -- days, so a light day counts less
075200         END-IF                                                   -- End of type check
075300     END-PERFORM                                                  -- End of loop
075400     IF WS-PTYP-RECORDS(WS-PTYP-IDX) > 0                          -- Avoid dividing by zero when the
075500         COMPUTE WS-PTYP-MEAN-AVG(WS-PTYP-IDX) ROUNDED =          -- ...type had no valid readings
075600             WS-PTYP-WEIGHTED(WS-PTYP-IDX) /                      -- Reading-weighted average daily
075700             WS-PTYP-RECORDS(WS-PTYP-IDX)                         -- ...mean, per type
075800     END-IF.                                                      -- End of if statement
075900 summarizeStations.                                               -- Subroutine to aggregate per station
076000     MOVE 0 TO WS-RSTA-COUNT                                      -- No stations tracked yet
076100     MOVE "N" TO WS-HIST-CHECK-EOF-SWITCH                         -- Reset the local end-of-file switch
076200     OPEN INPUT STATS-HISTORY-FILE                                -- Walk the history again for station lines
076300     IF WS-HISTORY-STATUS = "00"                                  -- There is a history file to read
076400         PERFORM UNTIL WS-HIST-CHECK-EOF                          -- Loop over every history line
076500             READ STATS-HISTORY-FILE NEXT RECORD                  -- Read the next history record
076600                 AT END SET WS-HIST-CHECK-EOF TO TRUE              -- Flag end of file
076700                 NOT AT END                                       -- A history line was read
076800                     IF HST-STATION-ID NOT = "*ALL"               -- Station lines only - batch totals
076900                         AND HST-STATION-ID NOT = SPACES          -- ...are already rolled up above
077000                         PERFORM rollStationLine                  -- Fold the line into its station
077100                     END-IF                                       -- End of station-line check
077200             END-READ                                             -- End of read
077300         END-PERFORM                                              -- End of loop
077400         CLOSE STATS-HISTORY-FILE                                 -- Done with the history file
077500     END-IF.                                                      -- End of if statement
077600 rollStationLine.                                                 -- Subroutine to fold one station line in
077700     MOVE "N" TO WS-IN-PERIOD-SWITCH                              -- Assume out of the period until matched
077800     PERFORM VARYING i FROM WS-PERIOD-START BY 1                  -- The period is the set of day-level
077900         UNTIL i > hist_count OR WS-IN-PERIOD                     -- ...dates summarizePeriod covered
078000         IF hist_date(i) = HST-RUN-DATE                           -- This line's date is in the period
078100             AND hist_batch(i) = HST-BATCH-ID                     -- ...and it belongs to a batch the
078200*                                                                 -- ...period actually covers - two
078300*                                                                 -- ...batches can share one run date
078400             SET WS-IN-PERIOD TO TRUE                             -- Keep it
078500         END-IF                                                   -- End of if statement
078600     END-PERFORM                                                  -- End of loop
078700     IF WS-IN-PERIOD                                              -- The line belongs to the period
078800         MOVE 1 TO WS-RSTA-IDX                                    -- Look the station/type up in the
078900         PERFORM UNTIL WS-RSTA-IDX > WS-RSTA-COUNT                -- ...table - levels and flows
079000             OR (WS-RSTA-ID(WS-RSTA-IDX) = HST-STATION-ID         -- ...aggregate apart even for one
079100                 AND WS-RSTA-TYPE(WS-RSTA-IDX)                    -- ...station
079200                 = HST-READING-TYPE)                              -- ...
079300             ADD 1 TO WS-RSTA-IDX                                 -- Try the next entry
079400         END-PERFORM                                              -- End of lookup loop
079500         IF WS-RSTA-IDX > WS-RSTA-COUNT                           -- An entry not tracked yet
079600             IF WS-RSTA-COUNT >= WS-MAX-ROLL-STATIONS             -- No room left to track it
079700                 MOVE 0 TO WS-RSTA-IDX                            -- Drop the line rather than overflow
079800                 ADD 1 TO WS-RSTA-DROPPED                         -- ...but never drop it silently -
079900*                                                                 -- ...the report counts the loss
080000             ELSE                                                 -- Room for one more entry
080100                 ADD 1 TO WS-RSTA-COUNT                           -- Grow the station table
080200                 MOVE HST-STATION-ID TO WS-RSTA-ID(WS-RSTA-COUNT) -- Register the new station
080300                 MOVE HST-READING-TYPE                            -- ...with its reading type
080400                     TO WS-RSTA-TYPE(WS-RSTA-COUNT)               -- ...
080500                 MOVE 0 TO WS-RSTA-RECORDS(WS-RSTA-COUNT)         -- No readings folded in yet
080600                 MOVE 0 TO WS-RSTA-WEIGHTED(WS-RSTA-COUNT)        -- No weighted total yet
080700             END-IF                                               -- End of room check
080800         END-IF                                                   -- End of new-station check
080900         IF WS-RSTA-IDX > 0                                       -- The station is tracked
081000             ADD HST-RECORD-COUNT                                 -- Accumulate the station's readings
081100                 TO WS-RSTA-RECORDS(WS-RSTA-IDX)                  -- ...
081200             COMPUTE WS-RSTA-WEIGHTED(WS-RSTA-IDX) =              -- Weight the line's mean by its own
081300                 WS-RSTA-WEIGHTED(WS-RSTA-IDX) +                  -- ...reading count, as the batch
081400                 (HST-MEAN * HST-RECORD-COUNT)                    -- ...rollup above does
081500         END-IF                                                   -- End of tracked check
081600     END-IF.                                                      -- End of in-period check
081700 checkDrift.                                                      -- Subroutine to spot day-over-day drift
081800     MOVE 0 TO WS-ALERT-COUNT                                     -- No breaches raised yet
081900     OPEN OUTPUT STATS-ALERT-FILE                                 -- Fresh breach file every run
082000     IF WS-ALERT-STATUS NOT = "00"                                -- Can't create/open the breach file
082100         DISPLAY "STATSALRT OPEN FAILED, STATUS=" WS-ALERT-STATUS -- Fail fast and diagnosably
082200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
082300         STOP RUN                                                 -- ...rather than drop a breach
082400     END-IF                                                       -- End of open-check
082500     MOVE "L" TO WS-DRIFT-TYPE                                    -- Levels and flows each keep their
082600     PERFORM checkTypeDrift                                       -- ...own series and their own norms,
082700     MOVE "F" TO WS-DRIFT-TYPE                                    -- ...so each type is tested against
082800     PERFORM checkTypeDrift                                       -- ...its own kind only
082900     IF WS-ALERT-COUNT > 0                                        -- Drift was spotted this run
083000         MOVE 4 TO WS-NEW-RC                                      -- Scheduler severity: page on drift
083100         PERFORM raiseReturnCode                                  -- ...
083200     END-IF                                                       -- End of breach check
083300     CLOSE STATS-ALERT-FILE.                                      -- Done with the breach file
083400 checkTypeDrift.                                                  -- Subroutine to test one type's drift
083500     MOVE 0 TO WS-NEWEST-IDX                                      -- No line of this type found yet
083600     PERFORM VARYING i FROM 1 BY 1 UNTIL i > hist_count           -- The newest line of the type is
083700         IF hist_type(i) = WS-DRIFT-TYPE                          -- ...the last one in date order
083800             MOVE i TO WS-NEWEST-IDX                              -- ...
083900         END-IF                                                   -- End of type check
084000     END-PERFORM                                                  -- End of newest-line loop
084100     IF WS-NEWEST-IDX = 0                                         -- No history of this type at all -
084200         CONTINUE                                                 -- ...nothing to compare
084300     ELSE                                                         -- The type has a series to test
084400     COMPUTE WS-BASE-END = WS-NEWEST-IDX - 1                      -- The baseline stops short of the
084500     MOVE 0 TO WS-BASE-DAYS                                       -- ...newest line, so a drifting day
084600     MOVE 0 TO WS-BASE-RECORDS                                    -- ...can't pull its own norm over
084700     MOVE 0 TO WS-BASE-WEIGHTED                                   -- No baseline gathered yet
084800     PERFORM VARYING i FROM WS-PERIOD-START BY 1                  -- Walk the period's lines of this
084900         UNTIL i > WS-BASE-END                                    -- ...type short of the newest one
085000         IF hist_type(i) = WS-DRIFT-TYPE                          -- Only like compares with like
085100         ADD 1 TO WS-BASE-DAYS                                    -- Count this baseline day
085200         ADD hist_recs(i) TO WS-BASE-RECORDS                      -- Accumulate readings processed
085300         COMPUTE WS-BASE-WEIGHTED =                               -- Weight each day's mean by its own
085400             WS-BASE-WEIGHTED + (hist_mean(i) * hist_recs(i))     -- ...reading count
085500         END-IF                                                   -- End of type check
085600     END-PERFORM                                                  -- End of baseline loop
085700     IF WS-BASE-DAYS > 0 AND WS-BASE-RECORDS > 0                  -- Without a baseline, or with an
085800                                                                  -- ...empty one, nothing to compare
085900         COMPUTE WS-BASE-MEAN-AVG ROUNDED =                       -- Baseline weighted average mean
086000             WS-BASE-WEIGHTED / WS-BASE-RECORDS                   -- ...
086100         COMPUTE WS-BASE-AVG-RECS ROUNDED =                       -- Baseline readings per day
086200             WS-BASE-RECORDS / WS-BASE-DAYS                       -- ...
086300         MOVE 0 TO WS-SD-SUM                                      -- How spread out the baseline's
086400         PERFORM VARYING i FROM WS-PERIOD-START BY 1              -- ...daily means are - the yardstick
086500             UNTIL i > WS-BASE-END                                -- ...the drift test measures against
086600             IF hist_type(i) = WS-DRIFT-TYPE                      -- Only like compares with like
086700             COMPUTE WS-DEV = hist_mean(i) - WS-BASE-MEAN-AVG     -- Distance from the baseline mean
086800             COMPUTE WS-SD-SUM = WS-SD-SUM + (WS-DEV * WS-DEV)    -- Accumulate the squared deviation
086900             END-IF                                               -- End of type check
087000         END-PERFORM                                              -- End of deviation loop
087100         COMPUTE WS-MEAN-SD ROUNDED =                             -- Population standard deviation
087200             FUNCTION SQRT(WS-SD-SUM / WS-BASE-DAYS)              -- ...
087300         COMPUTE WS-MEAN-DIFF =                                   -- How far the newest day's mean
087400             FUNCTION ABS(hist_mean(WS-NEWEST-IDX)                -- ...sits from the baseline's
087500             - WS-BASE-MEAN-AVG)                                  -- ...norm, regardless of direction
087600         IF WS-MEAN-SD > 0                                        -- A flat baseline can't band drift
087700             AND WS-MEAN-DIFF > WS-ALERT-SD-LIMIT * WS-MEAN-SD    -- Outside the tolerated band
087800             ADD 1 TO WS-ALERT-COUNT                              -- Raise a mean-drift breach
087900             MOVE "MEAN DRIFT" TO WS-ALR-TYPE(WS-ALERT-COUNT)     -- ...
088000             MOVE WS-DRIFT-TYPE TO WS-ALR-RTYPE(WS-ALERT-COUNT)   -- ...for this reading type
088100             MOVE hist_mean(WS-NEWEST-IDX)                        -- The newest day's mean
088200                 TO WS-ALR-OBSERVED(WS-ALERT-COUNT)               -- ...
088300             MOVE WS-BASE-MEAN-AVG                                -- The baseline's norm
088400                 TO WS-ALR-EXPECTED(WS-ALERT-COUNT)               -- ...
088500             PERFORM writeAlertRecord                             -- Write the breach line
088600         END-IF                                                   -- End of mean-drift check
088700         COMPUTE WS-VOLUME-FLOOR ROUNDED =                        -- Fewest readings tolerated, as a
088800             WS-BASE-AVG-RECS * WS-ALERT-VOLUME-PCT / 100         -- ...percent of the baseline norm
088900         IF hist_recs(WS-NEWEST-IDX) < WS-VOLUME-FLOOR            -- The newest day fell sharply short
089000             ADD 1 TO WS-ALERT-COUNT                              -- Raise a volume-drop breach
089100             MOVE "VOLUME DROP" TO WS-ALR-TYPE(WS-ALERT-COUNT)    -- ...
089200             MOVE WS-DRIFT-TYPE TO WS-ALR-RTYPE(WS-ALERT-COUNT)   -- ...for this reading type
089300             MOVE hist_recs(WS-NEWEST-IDX)                        -- The newest day's reading count
089400                 TO WS-ALR-OBSERVED(WS-ALERT-COUNT)               -- ...
089500             MOVE WS-BASE-AVG-RECS                                -- The baseline's norm
089600                 TO WS-ALR-EXPECTED(WS-ALERT-COUNT)               -- ...
089700             PERFORM writeAlertRecord                             -- Write the breach line
089800         END-IF                                                   -- End of volume-drop check
089900     END-IF                                                       -- End of baseline check
090000     END-IF.                                                      -- End of series check
090100 writeAlertRecord.                                                -- Subroutine to write one breach line
090200     MOVE SPACES TO STATS-ALERT-RECORD                            -- Clear the breach line
090300     MOVE hist_date(WS-NEWEST-IDX) TO ALR-RUN-DATE                -- The day that breached
090400     MOVE hist_batch(WS-NEWEST-IDX) TO ALR-BATCH-ID               -- ...and its batch
090500     MOVE WS-ALR-TYPE(WS-ALERT-COUNT) TO ALR-TYPE                 -- What drifted
090600     MOVE WS-ALR-RTYPE(WS-ALERT-COUNT) TO ALR-READING-TYPE        -- ...and for which reading type
090700     MOVE WS-ALR-OBSERVED(WS-ALERT-COUNT) TO ALR-OBSERVED         -- The day's figure
090800     MOVE WS-ALR-EXPECTED(WS-ALERT-COUNT) TO ALR-EXPECTED         -- The trailing period's norm
090900     MOVE "*ALL" TO ALR-STATION-ID                                -- The batch-total series drifted
091000     MOVE hist_date(WS-NEWEST-IDX)                                -- Keep the breach's day, batch
091100         TO WS-ALR-DATE(WS-ALERT-COUNT)                           -- ...and series for the
091200     MOVE hist_batch(WS-NEWEST-IDX)                               -- ...alert register
091300         TO WS-ALR-BATCH(WS-ALERT-COUNT)                          -- ...
091400     MOVE ALR-STATION-ID TO WS-ALR-STATION(WS-ALERT-COUNT)        -- ...
091500     WRITE STATS-ALERT-RECORD.                                    -- Write the breach line
091600 writeRollupReport.                                               -- Subroutine to write the rollup report
091700     OPEN OUTPUT STATS-ROLLUP-FILE                                -- Open the print file for this run
091800     IF WS-ROLLUP-STATUS NOT = "00"                               -- Can't create/open the rollup report file
091900         DISPLAY "STATSROLL OPEN FAILED, STATUS=" WS-ROLLUP-STATUS -- Fail fast and diagnosably
092000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
092100         STOP RUN                                                  -- ...rather than write into a closed file
092200     END-IF                                                       -- End of open-check
092300     MOVE SPACES TO STATS-ROLLUP-TITLE-LINE                       -- Clear the title line
092400     MOVE "STATISTICS ROLLUP - PERIOD-TO-DATE REPORT"             -- Set the report title
092500         TO ROLL-TITLE-TEXT                                       -- ...
092600     WRITE STATS-ROLLUP-TITLE-LINE                                -- Write the report title
092700     MOVE SPACES TO STATS-ROLLUP-HEADER-LINE                      -- Clear the header line
092800     MOVE "PERIOD: " TO ROLL-PERIOD-LABEL                         -- Label the period
092900     IF WS-MODE-IS-MONTH                                          -- Which period this run covers
093000         MOVE "MONTH" TO ROLL-PERIOD-TEXT                         -- ...
093100     ELSE                                                         -- ...
093200         MOVE "WEEK" TO ROLL-PERIOD-TEXT                          -- ...
093300     END-IF                                                       -- End of if statement
093400     MOVE "AS OF: " TO ROLL-ASOF-LABEL                            -- Label the as-of date
093500     MOVE WS-ASOF-DATE TO ROLL-ASOF-DATE                          -- Set the as-of date
093600     WRITE STATS-ROLLUP-HEADER-LINE                               -- Write the period/as-of header
093700     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
093800     MOVE "READING CAP" TO ROLL-LABEL                             -- Echo the limits the night ran under
093900     MOVE WS-ECHO-CAP TO ROLL-VALUE                               -- ...
094000     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
094100     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
094200     MOVE "VALID RANGE LOW" TO ROLL-LABEL                         -- ...
094300     MOVE WS-ECHO-LOW TO ROLL-VALUE                               -- ...
094400     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
094500     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
094600     MOVE "VALID RANGE HIGH" TO ROLL-LABEL                        -- ...
094700     MOVE WS-ECHO-HIGH TO ROLL-VALUE                              -- ...
094800     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
094900     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
095000     MOVE "ESCALATION DAYS" TO ROLL-LABEL                         -- ...
095100     MOVE WS-ECHO-ESCALATE TO ROLL-VALUE                          -- ...
095200     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
095300     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
095400     MOVE "DAYS IN PERIOD" TO ROLL-LABEL                          -- Label the day count
095500     MOVE WS-PERIOD-DAYS TO WS-ROLLUP-COUNT-DISP                  -- Edit it for the report
095600     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
095700     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
095800     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
095900     MOVE "READINGS PROCESSED" TO ROLL-LABEL                      -- Label the reading count
096000     MOVE WS-PERIOD-RECORDS TO WS-ROLLUP-COUNT-DISP               -- Edit it for the report
096100     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
096200     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
096300     PERFORM VARYING WS-PTYP-IDX FROM 1 BY 1                      -- One headline block per reading
096400         UNTIL WS-PTYP-IDX > 2                                    -- ...type in the period, so levels
096500         IF WS-PTYP-PRESENT(WS-PTYP-IDX) = "Y"                    -- ...and flows report apart
096600             PERFORM writeTypePeriodBlock                         -- Write the type's block
096700         END-IF                                                   -- End of present check
096800     END-PERFORM                                                  -- End of type loop
096900     PERFORM VARYING WS-RSTA-IDX FROM 1 BY 1                      -- One block per station in the period
097000         UNTIL WS-RSTA-IDX > WS-RSTA-COUNT                        -- ...
097100         PERFORM writeStationRollup                               -- Write the station's block
097200     END-PERFORM                                                  -- End of station loop
097300     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
097400     MOVE "ALERTS RAISED" TO ROLL-LABEL                           -- Open the ALERTS section with the
097500     MOVE WS-ALERT-COUNT TO WS-ROLLUP-COUNT-DISP                  -- ...breach count, zero on calm days
097600     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
097700     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
097800     PERFORM VARYING WS-ALR-IDX FROM 1 BY 1                       -- One pair of lines per breach
097900         UNTIL WS-ALR-IDX > WS-ALERT-COUNT                        -- ...
098000         PERFORM writeAlertLines                                  -- Write the breach's lines
098100     END-PERFORM                                                  -- End of breach loop
098200     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- The register's side of the
098300     MOVE "ALERTS OPENED" TO ROLL-LABEL                           -- ...night - new alerts, repeats
098400     MOVE WS-ALERTS-OPENED TO WS-ROLLUP-COUNT-DISP                -- ...attached to open ones, and
098500     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...those left unacknowledged
098600     WRITE STATS-ROLLUP-DETAIL-LINE                               -- ...long enough to escalate
098700     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
098800     MOVE "REPEAT BREACHES ATTACHED" TO ROLL-LABEL                -- ...
098900     MOVE WS-ALERTS-REPEATED TO WS-ROLLUP-COUNT-DISP              -- ...
099000     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
099100     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
099200     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
099300     MOVE "ALERTS ESCALATED" TO ROLL-LABEL                        -- ...
099400     MOVE WS-ALERTS-ESCALATED TO WS-ROLLUP-COUNT-DISP             -- ...
099500     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
099600     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
099700     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
099800     MOVE "ALERTS OPEN ON REGISTER" TO ROLL-LABEL                 -- ...
099900     MOVE WS-ALERTS-OPEN TO WS-ROLLUP-COUNT-DISP                  -- ...
100000     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
100100     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
100200     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
100300     MOVE "CORRECTIONS APPLIED" TO ROLL-LABEL                     -- Flag any history records this run
100400     MOVE WS-CORRECTION-COUNT TO WS-ROLLUP-COUNT-DISP             -- ...replaced, zero on normal days
100500     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
100600     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
100700     PERFORM VARYING WS-CORR-IDX FROM 1 BY 1                      -- One line per listed correction
100800         UNTIL WS-CORR-IDX > WS-CORRECTION-COUNT                  -- ...
100900         OR WS-CORR-IDX > WS-MAX-CORRECTIONS                      -- ...up to the table's capacity
101000         PERFORM writeCorrectionLine                              -- Write the correction's line
101100     END-PERFORM                                                  -- End of correction loop
101200     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
101300     MOVE "STALE LINES REMOVED" TO ROLL-LABEL                     -- Superseded station records a
101400     MOVE WS-STALE-COUNT TO WS-ROLLUP-COUNT-DISP                  -- ...correction rerun dropped
101500     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
101600     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
101700     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
101800     MOVE "STATION LINES DROPPED" TO ROLL-LABEL                   -- Lines the station table had no
101900     MOVE WS-RSTA-DROPPED TO WS-ROLLUP-COUNT-DISP                 -- ...room to aggregate - zero
102000     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...unless the table overflowed
102100     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
102200     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
102300     MOVE "HISTORY LINES UNLOADED" TO ROLL-LABEL                  -- Day-level lines the tables had
102400     MOVE WS-HIST-UNLOADED TO WS-ROLLUP-COUNT-DISP                -- ...no room for - zero unless
102500     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...the master outgrew them
102600     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
102700     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
102800     MOVE "MISSING RUN DATES" TO ROLL-LABEL                       -- Expected dates that never ran -
102900     MOVE WS-MISSING-COUNT TO WS-ROLLUP-COUNT-DISP                -- ...zero when the calendar and
103000     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...the master agree
103100     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
103200     PERFORM VARYING WS-MISS-IDX FROM 1 BY 1                      -- One line per missing date
103300         UNTIL WS-MISS-IDX > WS-MISSING-COUNT                     -- ...
103400         OR WS-MISS-IDX > WS-MAX-MISSING                          -- ...up to the table's capacity
103500         MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                  -- Clear the detail line
103600         MOVE "NO BATCH ON DATE" TO ROLL-LABEL                    -- Name the missing date
103700         MOVE WS-MISSING-DATE(WS-MISS-IDX) TO ROLL-VALUE          -- ...
103800         WRITE STATS-ROLLUP-DETAIL-LINE                           -- Write the detail line
103900     END-PERFORM                                                  -- End of missing-date loop
104000     CLOSE STATS-ROLLUP-FILE.                                     -- Done with the report for this run
104100 writeTypePeriodBlock.                                            -- Subroutine to report one type's period
104200     MOVE SPACES TO STATS-ROLLUP-SECTION-LINE                     -- Clear the section line
104300     MOVE "STATION: " TO ROLL-SEC-LABEL                           -- Period totals ride under the
104400     MOVE "*ALL" TO ROLL-SEC-STATION                              -- ...station id "*ALL"
104500     IF WS-PTYP-TYPE(WS-PTYP-IDX) = "F"                           -- ...for one reading type
104600         MOVE "FLOW" TO ROLL-SEC-TYPE                             -- ...
104700     ELSE                                                         -- ...
104800         MOVE "LEVEL" TO ROLL-SEC-TYPE                            -- ...
104900     END-IF                                                       -- End of type check
105000     WRITE STATS-ROLLUP-SECTION-LINE                              -- Write the section line
105100     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
105200     MOVE "PERIOD SMALLEST" TO ROLL-LABEL                         -- Label the type's smallest reading
105300     MOVE WS-PTYP-SMALLEST(WS-PTYP-IDX) TO WS-ROLLUP-DISP         -- Edit it for the report
105400     MOVE WS-ROLLUP-DISP TO ROLL-VALUE                            -- ...
105500     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
105600     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
105700     MOVE "PERIOD LARGEST" TO ROLL-LABEL                          -- Label the type's largest reading
105800     MOVE WS-PTYP-LARGEST(WS-PTYP-IDX) TO WS-ROLLUP-DISP          -- Edit it for the report
105900     MOVE WS-ROLLUP-DISP TO ROLL-VALUE                            -- ...
106000     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
106100     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
106200     MOVE "READINGS PROCESSED" TO ROLL-LABEL                      -- Label the type's reading count
106300     MOVE WS-PTYP-RECORDS(WS-PTYP-IDX)                            -- Edit it for the report
106400         TO WS-ROLLUP-COUNT-DISP                                  -- ...
106500     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
106600     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
106700     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
106800     MOVE "AVERAGE DAILY MEAN" TO ROLL-LABEL                      -- Label the type's average mean
106900     MOVE WS-PTYP-MEAN-AVG(WS-PTYP-IDX) TO WS-ROLLUP-DISP         -- Edit it for the report
107000     MOVE WS-ROLLUP-DISP TO ROLL-VALUE                            -- ...
107100     WRITE STATS-ROLLUP-DETAIL-LINE.                              -- Write the detail line
107200 writeStationRollup.                                              -- Subroutine to report one station
107300     MOVE SPACES TO STATS-ROLLUP-SECTION-LINE                     -- Clear the section line
107400     MOVE "STATION: " TO ROLL-SEC-LABEL                           -- Label the station section
107500     MOVE WS-RSTA-ID(WS-RSTA-IDX) TO ROLL-SEC-STATION             -- Name the station
107600     IF WS-RSTA-TYPE(WS-RSTA-IDX) = "F"                           -- Say which reading type the
107700         MOVE "FLOW" TO ROLL-SEC-TYPE                             -- ...block aggregates
107800     ELSE                                                         -- ...
107900         MOVE "LEVEL" TO ROLL-SEC-TYPE                            -- ...
108000     END-IF                                                       -- End of type check
108100     WRITE STATS-ROLLUP-SECTION-LINE                              -- Write the section line
108200     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
108300     MOVE "READINGS PROCESSED" TO ROLL-LABEL                      -- Label the station's reading count
108400     MOVE WS-RSTA-RECORDS(WS-RSTA-IDX) TO WS-ROLLUP-COUNT-DISP    -- Edit it for the report
108500     MOVE WS-ROLLUP-COUNT-DISP TO ROLL-VALUE                      -- ...
108600     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
108700     IF WS-RSTA-RECORDS(WS-RSTA-IDX) > 0                          -- Avoid dividing by zero on a station
108800         COMPUTE WS-RSTA-MEAN-AVG ROUNDED =                       -- ...with no readings in the period
108900             WS-RSTA-WEIGHTED(WS-RSTA-IDX) /                      -- Reading-weighted average mean
109000             WS-RSTA-RECORDS(WS-RSTA-IDX)                         -- ...
109100     ELSE                                                         -- Nothing to average
109200         MOVE 0 TO WS-RSTA-MEAN-AVG                               -- ...
109300     END-IF                                                       -- End of if statement
109400     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
109500     MOVE "AVERAGE DAILY MEAN" TO ROLL-LABEL                      -- Label the station's average mean
109600     MOVE WS-RSTA-MEAN-AVG TO WS-ROLLUP-DISP                      -- Edit it for the report
109700     MOVE WS-ROLLUP-DISP TO ROLL-VALUE                            -- ...
109800     WRITE STATS-ROLLUP-DETAIL-LINE.                              -- Write the detail line
109900 writeAlertLines.                                                 -- Subroutine to report one breach
110000     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
110100     MOVE WS-ALR-TYPE(WS-ALR-IDX) TO ROLL-LABEL                   -- Say what drifted
110200     IF WS-ALR-RTYPE(WS-ALR-IDX) = "F"                            -- ...and for which reading type
110300         MOVE "FLOW" TO ROLL-VALUE                                -- ...
110400     ELSE                                                         -- ...
110500         MOVE "LEVEL" TO ROLL-VALUE                               -- ...
110600     END-IF                                                       -- End of type check
110700     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the breach's type line
110800     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
110900     MOVE "OBSERVED" TO ROLL-LABEL                                -- The day's own figure
111000     MOVE WS-ALR-OBSERVED(WS-ALR-IDX) TO WS-ROLLUP-DISP           -- Edit the day's figure
111100     MOVE WS-ROLLUP-DISP TO ROLL-VALUE                            -- ...
111200     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
111300     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
111400     MOVE "PERIOD NORM" TO ROLL-LABEL                             -- ...against the period's norm
111500     MOVE WS-ALR-EXPECTED(WS-ALR-IDX) TO WS-ROLLUP-DISP           -- Edit the norm
111600     MOVE WS-ROLLUP-DISP TO ROLL-VALUE                            -- ...
111700     WRITE STATS-ROLLUP-DETAIL-LINE.                              -- Write the detail line
111800 maintainAlertRegister.                                           -- Subroutine to carry breaches onto the register
111900     OPEN I-O STATS-ALERT-REG-FILE                                -- Open the register for update
112000     IF WS-ALERT-REG-STATUS NOT = "00"                            -- No register yet, first run
112100         OPEN OUTPUT STATS-ALERT-REG-FILE                         -- Create an empty one
112200         CLOSE STATS-ALERT-REG-FILE                               -- ...
112300         OPEN I-O STATS-ALERT-REG-FILE                            -- Reopen it for maintaining
112400     END-IF                                                       -- End of if statement
112500     IF WS-ALERT-REG-STATUS NOT = "00"                            -- Can't create/open the register
112600         DISPLAY "STATSALRG OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
112700             WS-ALERT-REG-STATUS                                  -- ...
112800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
112900         STOP RUN                                                 -- ...rather than lose a breach
113000     END-IF                                                       -- End of open-check
113100     PERFORM VARYING WS-ALR-IDX FROM 1 BY 1                       -- One pass per breach raised
113200         UNTIL WS-ALR-IDX > WS-ALERT-COUNT                        -- ...tonight
113300         PERFORM registerBreach                                   -- ...
113400     END-PERFORM                                                  -- End of breach loop
113500     PERFORM escalateAlerts                                       -- Age whatever is still open
113600     IF WS-ALERTS-ESCALATED > 0                                   -- Alerts nobody has owned -
113700         MOVE 4 TO WS-NEW-RC                                      -- ...page on them
113800         PERFORM raiseReturnCode                                  -- ...
113900     END-IF                                                       -- End of escalation check
114000     CLOSE STATS-ALERT-REG-FILE.                                  -- Done with the register
114100 registerBreach.                                                  -- Subroutine to put one breach on the register
114200     PERFORM findOpenAlert                                        -- Is this breach already being tracked?
114300     IF WS-BREACH-ON-FILE                                         -- A rerun of a night already on the
114400         CONTINUE                                                 -- ...register - leave it as it stands
114500     ELSE                                                         -- ...
114600     IF WS-ALERT-IS-OPEN                                          -- A repeat of an open alert -
114700         ADD 1 TO ARG-BREACH-COUNT                                -- ...attach it rather than open
114800         MOVE WS-ALR-DATE(WS-ALR-IDX) TO ARG-LAST-DATE            -- ...a new one
114900         MOVE WS-ALR-BATCH(WS-ALR-IDX) TO ARG-LAST-BATCH          -- ...
115000         MOVE WS-ALR-OBSERVED(WS-ALR-IDX) TO ARG-OBSERVED         -- The newest breach's figures
115100         MOVE WS-ALR-EXPECTED(WS-ALR-IDX) TO ARG-EXPECTED         -- ...
115200         REWRITE STATS-ALERT-REG-RECORD                           -- ...
115300             INVALID KEY CONTINUE                                 -- Shouldn't happen - the read just hit
115400         END-REWRITE                                              -- End of rewrite
115500         ADD 1 TO WS-ALERTS-REPEATED                              -- Count it for the report
115600     ELSE                                                         -- Nothing open for it - open an alert
115700         MOVE SPACES TO STATS-ALERT-REG-RECORD                    -- ...under the next sequence
115800         MOVE WS-ALR-TYPE(WS-ALR-IDX) TO ARG-ALERT-TYPE           -- ...
115900         MOVE WS-ALR-RTYPE(WS-ALR-IDX) TO ARG-READING-TYPE        -- ...
116000         MOVE WS-ALR-STATION(WS-ALR-IDX) TO ARG-STATION-ID        -- ...
116100         COMPUTE ARG-ALERT-SEQ = WS-ARG-LAST-SEQ + 1              -- ...
116200         MOVE "O" TO ARG-STATUS                                   -- Open until acknowledged
116300         MOVE WS-ALR-DATE(WS-ALR-IDX) TO ARG-OPENED-DATE          -- ...
116400         MOVE WS-ALR-BATCH(WS-ALR-IDX) TO ARG-OPENED-BATCH        -- ...
116500         MOVE WS-ALR-DATE(WS-ALR-IDX) TO ARG-LAST-DATE            -- ...
116600         MOVE WS-ALR-BATCH(WS-ALR-IDX) TO ARG-LAST-BATCH          -- ...
116700         MOVE 1 TO ARG-BREACH-COUNT                               -- ...
116800         MOVE WS-ALR-OBSERVED(WS-ALR-IDX) TO ARG-OBSERVED         -- ...
116900         MOVE WS-ALR-EXPECTED(WS-ALR-IDX) TO ARG-EXPECTED         -- ...
117000         MOVE 0 TO ARG-ESCALATION-LEVEL                           -- ...
117100         WRITE STATS-ALERT-REG-RECORD                             -- ...
117200             INVALID KEY CONTINUE                                 -- Shouldn't happen - past the highest
117300         END-WRITE                                                -- End of write
117400         ADD 1 TO WS-ALERTS-OPENED                                -- Count it for the report
117500     END-IF                                                       -- End of open check
117600     END-IF.                                                      -- End of on-file check
117700 findOpenAlert.                                                   -- Subroutine to find the breach's open alert
117800     MOVE "N" TO WS-ARG-OPEN-SWITCH                               -- Nothing found yet
117900     MOVE "N" TO WS-ARG-SEEN-SWITCH                               -- ...
118000     MOVE "N" TO WS-ARG-EOF-SWITCH                                -- ...
118100     MOVE 0 TO WS-ARG-LAST-SEQ                                    -- ...
118200     MOVE WS-ALR-TYPE(WS-ALR-IDX) TO ARG-ALERT-TYPE               -- Position on the breach's first
118300     MOVE WS-ALR-RTYPE(WS-ALR-IDX) TO ARG-READING-TYPE            -- ...alert in key order
118400     MOVE WS-ALR-STATION(WS-ALR-IDX) TO ARG-STATION-ID            -- ...
118500     MOVE 0 TO ARG-ALERT-SEQ                                      -- ...
118600     START STATS-ALERT-REG-FILE                                   -- ...
118700         KEY IS NOT LESS THAN ARG-ALERT-KEY                       -- ...
118800         INVALID KEY SET WS-ARG-EOF TO TRUE                       -- Never raised before
118900     END-START                                                    -- End of start
119000     PERFORM scanBreachAlert UNTIL WS-ARG-EOF                     -- One pass per alert it has had
119100     IF WS-ALERT-IS-OPEN                                          -- Bring the open one back into the
119200         MOVE WS-ARG-OPEN-KEY TO ARG-ALERT-KEY                    -- ...record area for updating
119300         READ STATS-ALERT-REG-FILE                                -- ...
119400             INVALID KEY MOVE "N" TO WS-ARG-OPEN-SWITCH           -- ...
119500         END-READ                                                 -- End of read
119600     END-IF.                                                      -- End of open check
119700 scanBreachAlert.                                                 -- Subroutine to look at one of the breach's alerts
119800     READ STATS-ALERT-REG-FILE NEXT RECORD                        -- Read the next alert
119900         AT END SET WS-ARG-EOF TO TRUE                            -- Flag end of file
120000         NOT AT END                                               -- An alert was read
120100             IF ARG-ALERT-TYPE NOT = WS-ALR-TYPE(WS-ALR-IDX)      -- Past the breach's alerts
120200                 OR ARG-READING-TYPE                              -- ...
120300                     NOT = WS-ALR-RTYPE(WS-ALR-IDX)               -- ...
120400                 OR ARG-STATION-ID                                -- ...
120500                     NOT = WS-ALR-STATION(WS-ALR-IDX)             -- ...
120600                 SET WS-ARG-EOF TO TRUE                           -- ...
120700             ELSE                                                 -- One of its alerts
120800                 MOVE ARG-ALERT-SEQ TO WS-ARG-LAST-SEQ            -- Keys run upward
120900                 IF ARG-LAST-DATE = WS-ALR-DATE(WS-ALR-IDX)       -- This very breach, landed
121000                     AND ARG-LAST-BATCH = WS-ALR-BATCH(WS-ALR-IDX)-- ...by an earlier run
121100                     SET WS-BREACH-ON-FILE TO TRUE                -- ...
121200                 END-IF                                           -- End of same-breach check
121300                 IF ARG-IS-OPEN                                   -- ...
121400                     SET WS-ALERT-IS-OPEN TO TRUE                 -- ...
121500                     MOVE ARG-ALERT-KEY TO WS-ARG-OPEN-KEY        -- ...
121600                 END-IF                                           -- End of open check
121700             END-IF                                               -- End of breach check
121800     END-READ.                                                    -- End of read
121900 escalateAlerts.                                                  -- Subroutine to age every open alert
122000     MOVE "N" TO WS-ARG-EOF-SWITCH                                -- Walk the whole register
122100     MOVE LOW-VALUES TO ARG-ALERT-KEY                             -- ...
122200     START STATS-ALERT-REG-FILE                                   -- ...
122300         KEY IS NOT LESS THAN ARG-ALERT-KEY                       -- ...
122400         INVALID KEY SET WS-ARG-EOF TO TRUE                       -- An empty register
122500     END-START                                                    -- End of start
122600     PERFORM escalateOneAlert UNTIL WS-ARG-EOF.                   -- One pass per alert
122700 escalateOneAlert.                                                -- Subroutine to age one alert
122800     READ STATS-ALERT-REG-FILE NEXT RECORD                        -- Read the next alert
122900         AT END SET WS-ARG-EOF TO TRUE                            -- Flag end of file
123000         NOT AT END                                               -- An alert was read
123100             IF ARG-IS-OPEN                                       -- Only an unacknowledged alert ages
123200                 ADD 1 TO WS-ALERTS-OPEN                          -- ...
123300                 PERFORM computeAlertAge                          -- Days open as of tonight
123400                 COMPUTE WS-NEW-LEVEL =                           -- One level per span of the
123500                     WS-ALERT-AGE / WS-ESCALATE-DAYS              -- ...escalation days
123600                 IF WS-NEW-LEVEL > 9                              -- ...up to the top level
123700                     MOVE 9 TO WS-NEW-LEVEL                       -- ...
123800                 END-IF                                           -- End of cap check
123900                 IF WS-NEW-LEVEL > ARG-ESCALATION-LEVEL           -- It has earned a higher one
124000                     MOVE WS-NEW-LEVEL TO ARG-ESCALATION-LEVEL    -- ...
124100                     MOVE WS-ASOF-DATE TO ARG-ESCALATED-DATE      -- ...
124200                     REWRITE STATS-ALERT-REG-RECORD               -- ...
124300                         INVALID KEY CONTINUE                     -- Shouldn't happen - the read just hit
124400                     END-REWRITE                                  -- End of rewrite
124500                     ADD 1 TO WS-ALERTS-ESCALATED                 -- Count it for the report
124600                 END-IF                                           -- End of level check
124700             END-IF                                               -- End of open check
124800     END-READ.                                                    -- End of read
124900 computeAlertAge.                                                 -- Subroutine to find how long an alert is open
125000     STRING ARG-OPENED-DATE(7:4) ARG-OPENED-DATE(1:2)             -- Both dates year-first, so
125100         ARG-OPENED-DATE(4:2)                                     -- ...they can be counted apart
125200         DELIMITED BY SIZE INTO WS-AGE-FROM-KEY                   -- ...
125300     STRING WS-ASOF-DATE(7:4) WS-ASOF-DATE(1:2)                   -- ...
125400         WS-ASOF-DATE(4:2)                                        -- ...
125500         DELIMITED BY SIZE INTO WS-AGE-TO-KEY                     -- ...
125600     IF WS-AGE-FROM-KEY IS NUMERIC AND WS-AGE-TO-KEY IS NUMERIC   -- ...
125700         COMPUTE WS-ALERT-AGE =                                   -- ...
125800             FUNCTION INTEGER-OF-DATE(WS-AGE-TO-NUM)              -- ...
125900             - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-NUM)          -- ...
126000     ELSE                                                         -- A date that can't be aged
126100         MOVE 0 TO WS-ALERT-AGE                                   -- ...never escalates
126200     END-IF                                                       -- End of date check
126300     IF WS-ALERT-AGE < 0                                          -- Opened after the as-of date -
126400         MOVE 0 TO WS-ALERT-AGE                                   -- ...a back-dated run
126500     END-IF.                                                      -- End of age check
126600 raiseReturnCode.                                                 -- Subroutine to grade the return code
126700     IF WS-NEW-RC > RETURN-CODE                                   -- Severities only ever rise, so the
126800         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...worst finding decides the run's
126900     END-IF.                                                      -- End of severity check
127000 writeCorrectionLine.                                             -- Subroutine to flag one correction
127100     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
127200     MOVE "CORRECTED" TO ROLL-LABEL                               -- Flag the replaced record
127300     STRING WS-CORR-DATE(WS-CORR-IDX) " "                         -- ...and name its key
127400         WS-CORR-STATION(WS-CORR-IDX)                             -- ...
127500         DELIMITED BY SIZE INTO ROLL-VALUE                        -- ...
127600     WRITE STATS-ROLLUP-DETAIL-LINE                               -- Write the detail line
127700     MOVE SPACES TO STATS-ROLLUP-DETAIL-LINE                      -- Clear the detail line
127800     MOVE "CORRECTED BATCH" TO ROLL-LABEL                         -- ...and its batch id
127900     MOVE WS-CORR-BATCH(WS-CORR-IDX) TO ROLL-VALUE                -- ...
128000     WRITE STATS-ROLLUP-DETAIL-LINE.                              -- Write the detail line
128100 checkLedger.                                                     -- Subroutine to clear this step against the run ledger
128200     PERFORM findRunDate                                          -- Which night's summary we are landing
128300     MOVE "PROGRAM" TO WS-LDG-PRED-STEP                           -- statistics_program must have ended
128400     PERFORM checkPredecessor                                     -- ...clean for that same night
128500     PERFORM startLedger.                                         -- Cleared - sign the ledger
128600 findRunDate.                                                     -- Subroutine to find the night this summary belongs to
128700     MOVE SPACES TO WS-LDG-RUN-DATE                               -- Nothing found yet
128800     OPEN INPUT STATS-SUMMARY-FILE                                -- Peek at the first summary line
128900     IF WS-SUMMARY-STATUS = "00"                                  -- ...
129000         READ STATS-SUMMARY-FILE                                  -- ...
129100             AT END CONTINUE                                      -- An empty summary carries no date
129200             NOT AT END MOVE SUM-RUN-DATE TO WS-LDG-RUN-DATE      -- ...
129300         END-READ                                                 -- End of read
129400         CLOSE STATS-SUMMARY-FILE                                 -- appendToday reopens it
129500     END-IF                                                       -- End of open check
129600     IF WS-LDG-RUN-DATE = SPACES                                  -- Fall back on the newest night
129700         PERFORM findLatestRunDate                                -- ...statistics_program started
129800     END-IF.                                                      -- End of fallback
129900 checkPredecessor.                                                -- Subroutine to insist a predecessor ended clean
130000     PERFORM findPredecessorState                                 -- Its latest ledger state for the date
130100     IF NOT WS-PRED-CLEAN                                         -- Missing, unfinished or failed
130200         PERFORM findOverride                                     -- Has the operator chosen to force it?
130300         IF WS-OVERRIDDEN                                         -- Yes - log who and why, then carry on
130400             MOVE "OVERRIDE" TO WS-LDG-EVENT                      -- ...
130500             MOVE 0 TO WS-LDG-RC                                  -- ...
130600             PERFORM writeLedgerEntry                             -- ...
130700             DISPLAY "ROLLUP FORCED PAST " WS-LDG-PRED-STEP       -- Say so on the console too
130800                 " BY " WS-LDG-OPERATOR                           -- ...
130900         ELSE                                                     -- No override - refuse to start
131000             MOVE "REFUSED" TO WS-LDG-EVENT                       -- Leave the refusal on the ledger
131100             MOVE WS-REFUSAL-RC TO WS-LDG-RC                      -- ...with the code we stop on
131200             MOVE SPACES TO WS-LDG-OPERATOR                       -- ...
131300             MOVE SPACES TO WS-LDG-NOTE                           -- ...and which predecessor it was
131400             STRING WS-LDG-PRED-STEP DELIMITED BY SPACE           -- ...
131500                 " " WS-LDG-STATE-TEXT DELIMITED BY SIZE          -- ...
131600                 INTO WS-LDG-NOTE                                 -- ...
131700             PERFORM writeLedgerEntry                             -- ...
131800             DISPLAY "ROLLUP REFUSED - PREDECESSOR NOT CLEAN: "   -- Fail loudly
131900                 WS-LDG-PRED-STEP                                 -- ...
132000             MOVE WS-REFUSAL-RC TO RETURN-CODE                    -- This step's own hard-failure code
132100             STOP RUN                                             -- ...before touching anything
132200         END-IF                                                   -- End of override check
132300     END-IF.                                                      -- End of predecessor check
132400 findPredecessorState.                                            -- Subroutine to read a predecessor's ledger state
132500     MOVE SPACE TO WS-LDG-PRED-STATE                              -- Nothing on the ledger yet
132600     MOVE "HAS NOT RUN" TO WS-LDG-STATE-TEXT                      -- ...
132700     MOVE "N" TO WS-LDG-EOF-SWITCH                                -- Rewind the ledger scan
132800     OPEN INPUT STATS-LEDGER-FILE                                 -- Read the whole ledger
132900     IF WS-LEDGER-STATUS = "00"                                   -- No ledger at all leaves it "not run"
133000         PERFORM scanPredecessorLine UNTIL WS-LDG-EOF             -- Latest line wins
133100         CLOSE STATS-LEDGER-FILE                                  -- ...
133200     END-IF.                                                      -- End of ledger scan
133300 scanPredecessorLine.                                             -- Subroutine to apply one ledger line
133400     READ STATS-LEDGER-FILE                                       -- Next ledger line
133500         AT END SET WS-LDG-EOF TO TRUE                            -- Flag end of file
133600         NOT AT END                                               -- Only the predecessor's own lines
133700             IF LDG-STEP = WS-LDG-PRED-STEP                       -- ...for this same run date
133800                 AND LDG-RUN-DATE = WS-LDG-RUN-DATE               -- ...
133900                 IF LDG-IS-START                                  -- A (re)start - not clean until it ends
134000                     SET WS-PRED-RUNNING TO TRUE                  -- ...
134100                     MOVE "DID NOT FINISH" TO WS-LDG-STATE-TEXT   -- ...
134200                 ELSE                                             -- ...
134300                 IF LDG-IS-END                                    -- Ended - clean only at RC 4 or less
134400                     IF LDG-RETURN-CODE > 4                       -- ...8 holds the next step
134500                         SET WS-PRED-FAILED TO TRUE               -- ...
134600                         MOVE "ENDED ABOVE RC 4"                  -- ...
134700                             TO WS-LDG-STATE-TEXT                 -- ...
134800                     ELSE                                         -- ...
134900                         SET WS-PRED-CLEAN TO TRUE                -- ...
135000                     END-IF                                       -- End of return-code check
135100                 END-IF                                           -- End of end check
135200                 END-IF                                           -- End of start check
135300             END-IF                                               -- End of step check
135400     END-READ.                                                    -- End of read
135500 findOverride.                                                    -- Subroutine to look for an operator override card
135600     MOVE "N" TO WS-OVR-SWITCH                                    -- Assume none
135700     MOVE "N" TO WS-OVR-EOF-SWITCH                                -- ...
135800     OPEN INPUT STATS-OVERRIDE-FILE                               -- Cards are optional
135900     IF WS-OVERRIDE-STATUS = "00"                                 -- No file means no override
136000         PERFORM scanOverrideCard                                 -- First matching card wins
136100             UNTIL WS-OVR-EOF OR WS-OVERRIDDEN                    -- ...
136200         CLOSE STATS-OVERRIDE-FILE                                -- ...
136300     END-IF.                                                      -- End of override scan
136400 scanOverrideCard.                                                -- Subroutine to test one override card
136500     READ STATS-OVERRIDE-FILE                                     -- Next card
136600         AT END SET WS-OVR-EOF TO TRUE                            -- Flag end of file
136700         NOT AT END                                               -- Must name this step, this date or any
136800             IF OVR-STEP = WS-LDG-STEP                            -- ...date, and be owned by
136900                 AND (OVR-RUN-DATE = SPACES                       -- ...an operator
137000                 OR OVR-RUN-DATE = WS-LDG-RUN-DATE)               -- ...
137100                 AND OVR-OPERATOR NOT = SPACES                    -- ...
137200                 SET WS-OVERRIDDEN TO TRUE                        -- Forced through
137300                 MOVE OVR-OPERATOR TO WS-LDG-OPERATOR             -- ...by whom
137400                 MOVE OVR-REASON TO WS-LDG-NOTE                   -- ...and why
137500             END-IF                                               -- End of card check
137600     END-READ.                                                    -- End of read
137700 findLatestRunDate.                                               -- Subroutine to take the night's date from the ledger
137800     MOVE "N" TO WS-LDG-EOF-SWITCH                                -- Used when this step's own input
137900     OPEN INPUT STATS-LEDGER-FILE                                 -- ...carries no run date - the newest
138000     IF WS-LEDGER-STATUS = "00"                                   -- ...statistics_program start is the
138100         PERFORM scanLatestRunDate UNTIL WS-LDG-EOF               -- ...night being run
138200         CLOSE STATS-LEDGER-FILE                                  -- ...
138300     END-IF.                                                      -- End of ledger scan
138400 scanLatestRunDate.                                               -- Subroutine to note one program start
138500     READ STATS-LEDGER-FILE                                       -- Next ledger line
138600         AT END SET WS-LDG-EOF TO TRUE                            -- Flag end of file
138700         NOT AT END                                               -- ...
138800             IF LDG-STEP = "PROGRAM" AND LDG-IS-START             -- The log only ever grows, so
138900                 MOVE LDG-RUN-DATE TO WS-LDG-RUN-DATE             -- ...the last one is newest
139000             END-IF                                               -- End of start check
139100     END-READ.                                                    -- End of read
139200 startLedger.                                                     -- Subroutine to record this step's start
139300     MOVE "START" TO WS-LDG-EVENT                                 -- Cleared its checks
139400     MOVE 0 TO WS-LDG-RC                                          -- ...
139500     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
139600     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
139700     PERFORM writeLedgerEntry.                                    -- ...
139800 finishLedger.                                                    -- Subroutine to record this step's end
139900     MOVE "END" TO WS-LDG-EVENT                                   -- Reached the normal end
140000     MOVE RETURN-CODE TO WS-LDG-RC                                -- ...with the severity we stop on
140100     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
140200     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
140300     PERFORM writeLedgerEntry.                                    -- ...
140400 writeLedgerEntry.                                                -- Subroutine to append one run-ledger line
140500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the event
140600     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
140700         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
140800         DELIMITED BY SIZE INTO WS-LDG-TIMESTAMP                  -- ...
140900     OPEN EXTEND STATS-LEDGER-FILE                                -- Append to the running ledger
141000     IF WS-LEDGER-STATUS NOT = "00"                               -- No ledger yet, first run
141100         OPEN OUTPUT STATS-LEDGER-FILE                            -- Create an empty one
141200         CLOSE STATS-LEDGER-FILE                                  -- ...
141300         OPEN EXTEND STATS-LEDGER-FILE                            -- Reopen it for appending
141400     END-IF                                                       -- End of if statement
141500     IF WS-LEDGER-STATUS NOT = "00"                               -- A step that cannot sign the
141600         DISPLAY "STATSLEDG OPEN FAILED, STATUS="                 -- ...ledger must not run unseen
141700             WS-LEDGER-STATUS                                     -- ...
141800         MOVE 12 TO RETURN-CODE                                   -- ...
141900         STOP RUN                                                 -- ...
142000     END-IF                                                       -- End of open check
142100     MOVE SPACES TO STATS-LEDGER-RECORD                           -- Clear the ledger line
142200     MOVE WS-LDG-TIMESTAMP TO LDG-TIMESTAMP                       -- When it happened
142300     MOVE WS-LDG-STEP TO LDG-STEP                                 -- Which step
142400     MOVE WS-LDG-EVENT TO LDG-EVENT                               -- What happened
142500     MOVE WS-LDG-RUN-DATE TO LDG-RUN-DATE                         -- For which night
142600     MOVE WS-LDG-RC TO LDG-RETURN-CODE                            -- With what severity
142700     MOVE WS-LDG-OPERATOR TO LDG-OPERATOR                         -- Who, for an override
142800     MOVE WS-LDG-NOTE TO LDG-NOTE                                 -- Why, or which predecessor
142900     WRITE STATS-LEDGER-RECORD                                    -- Append the ledger line
143000     CLOSE STATS-LEDGER-FILE.                                     -- Done until the next event
143100 END PROGRAM statistics_rollup.                                   -- End of program
