002600         FILE STATUS IS WS-AUDIT-STATUS.                          -- I-O status for writeAudit
002700     SELECT STATS-STATION-FILE ASSIGN TO "STATSSTA"               -- Station reference master
002800         ORGANIZATION IS INDEXED                                  -- Keyed, maintained by statistics_stamaint
002900         ACCESS MODE IS DYNAMIC                                   -- Read by key for each reading
003000         RECORD KEY IS STA-STATION-ID                             -- Station id
003100         FILE STATUS IS WS-STATION-STATUS.                        -- I-O status for openStations
003200     SELECT STATS-DETAIL-FILE ASSIGN TO "STATSDTL"                -- Accepted readings detail master
003300         ORGANIZATION IS INDEXED                                  -- Keyed, so reruns land in place
003400         ACCESS MODE IS DYNAMIC                                   -- Keyed adds plus rebuild scans
003500         RECORD KEY IS DTL-DTL-KEY                                -- Date + batch + station + type + seq
003600         FILE STATUS IS WS-DETAIL-STATUS.                         -- I-O status for writeDetailMaster
003700     SELECT STATS-CALIBRATION-FILE ASSIGN TO "STATSCALB"          -- Station calibration factors
003800         ORGANIZATION IS INDEXED                                  -- Keyed, kept by statistics_recalib
003900         ACCESS MODE IS DYNAMIC                                   -- Positioned per station and type
004000         RECORD KEY IS CLB-CALB-KEY                               -- Station + type + effective date
004100         FILE STATUS IS WS-CALIB-STATUS.                          -- I-O status for findCalibration
004200     SELECT STATS-EXCEED-FILE ASSIGN TO "STATSEXC"                -- Station alarm-limit breaches
004300         ORGANIZATION IS LINE SEQUENTIAL                          -- One breach per line
004400         FILE STATUS IS WS-EXCEED-STATUS.                         -- I-O status for writeExceedances
004500     SELECT STATS-LEDGER-FILE ASSIGN TO "STATSLEDG"               -- The nightly run ledger
004600         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per step event
004700         FILE STATUS IS WS-LEDGER-STATUS.                         -- I-O status for the ledger paragraphs
004800     SELECT STATS-REJHIST-FILE ASSIGN TO "STATSRJH"               -- Cumulative reject history master
004900         ORGANIZATION IS INDEXED                                  -- Keyed, maintained in place
005000         ACCESS MODE IS DYNAMIC                                   -- Keyed adds plus a per-batch purge
005100         RECORD KEY IS RJH-RJH-KEY                                -- Date + batch + record number
005200         FILE STATUS IS WS-REJHIST-STATUS.                        -- I-O status for writeRejectHistory
005300     SELECT STATS-WORK-FILE ASSIGN TO "STATSWRK"                  -- The batch's accepted readings
005400         ORGANIZATION IS INDEXED                                  -- Keyed, emptied at each batch header
005500         ACCESS MODE IS DYNAMIC                                   -- Keyed checks plus sequential passes
005600         RECORD KEY IS WRK-KEY                                    -- Station + type + sequence
005700         FILE STATUS IS WS-WORK-STATUS.                           -- I-O status for the work file
005800     SELECT STATS-SORT-FILE ASSIGN TO "SORTWK01".                 -- Sort work for the readings
005900     SELECT STATS-SORTED-FILE ASSIGN TO "STATSSRT"                -- Readings in group and value order
006000         ORGANIZATION IS LINE SEQUENTIAL                          -- One reading per line
006100         FILE STATUS IS WS-SORTED-STATUS.                         -- I-O status for the group passes
006200     SELECT STATS-GROUP-FILE ASSIGN TO "STATSGRP"                 -- Readings counted per group
006300         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per station/type group
006400         FILE STATUS IS WS-GROUP-STATUS.                          -- I-O status for the group passes
006500     SELECT STATS-RESULT-FILE ASSIGN TO "STATSRES"                -- Each station/type's figures
006600         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per station/type group
006700         FILE STATUS IS WS-RESULT-STATUS.                         -- I-O status for the station writers
006800     SELECT STATS-RESULT-SORT-FILE ASSIGN TO "SORTWK02".          -- Sort work for the figures
006900     SELECT STATS-EXCWORK-FILE ASSIGN TO "STATSEXW"               -- The batch's breaches in input order
007000         ORGANIZATION IS LINE SEQUENTIAL                          -- One breach per line
007100         FILE STATUS IS WS-EXCWORK-STATUS.                        -- I-O status for the breach writers
007200 DATA DIVISION.                                                   -- Start of data declaration
007300 FILE SECTION.                                                    -- File record descriptions
007400 FD  STATS-INPUT-FILE                                             -- Daily readings extract
007500     RECORDING MODE IS F.                                         -- Fixed length records
007600 COPY "stats_input_record.cpy".                                   -- STATS-INPUT-RECORD layout
007700 FD  STATS-REPORT-FILE                                            -- Archivable summary report
007800     RECORDING MODE IS F.                                         -- Fixed length print lines
007900 COPY "stats_report_record.cpy".                                  -- STATS-REPORT-*-LINE layouts
008000 FD  STATS-REJECT-FILE                                            -- Readings that failed edit-checking
008100     RECORDING MODE IS F.                                         -- Fixed length print lines
008200 COPY "stats_reject_record.cpy".                                  -- STATS-REJECT-RECORD layout
008300 FD  STATS-CHECKPOINT-FILE                                        -- Progress marker for restarting readData
008400     RECORDING MODE IS F.                                         -- Fixed length record
008500 COPY "stats_checkpoint_record.cpy".                              -- STATS-CHECKPOINT-RECORD layout
008600 FD  STATS-SUMMARY-FILE                                           -- Compact daily figures for statistics_rollup
008700     RECORDING MODE IS F.                                         -- Fixed length record
008800 COPY "stats_summary_record.cpy".                                 -- STATS-SUMMARY-RECORD layout
008900 FD  STATS-CONTROL-FILE                                           -- Run-control card, read at startup
009000     RECORDING MODE IS F.                                         -- Fixed length record
009100 COPY "stats_control_record.cpy".                                 -- STATS-CONTROL-RECORD layout
009200 FD  STATS-AUDIT-FILE                                             -- Running per-run audit log
009300     RECORDING MODE IS F.                                         -- Fixed length record
009400 COPY "stats_audit_record.cpy".                                   -- STATS-AUDIT-RECORD layout
009500 FD  STATS-STATION-FILE.                                          -- Station reference master
009600 COPY "stats_station_record.cpy".                                 -- STATS-STATION-RECORD layout
009700 FD  STATS-DETAIL-FILE.                                           -- Accepted readings detail master
009800 COPY "stats_detail_record.cpy".                                  -- STATS-DETAIL-RECORD layout
009900 FD  STATS-CALIBRATION-FILE.                                      -- Station calibration factors
010000 COPY "stats_calibration_record.cpy".                             -- STATS-CALIBRATION-RECORD layout
010100 FD  STATS-EXCEED-FILE                                            -- Station alarm-limit breaches
010200     RECORDING MODE IS F.                                         -- Fixed length records
010300 COPY "stats_exceedance_record.cpy".                              -- STATS-EXCEEDANCE-RECORD layout
010400 FD  STATS-LEDGER-FILE                                            -- Nightly run ledger
010500     RECORDING MODE IS F.                                         -- Fixed-length records
010600 COPY "stats_ledger_record.cpy".                                  -- Ledger line layout
010700 FD  STATS-REJHIST-FILE.                                          -- Cumulative reject history master
010800 COPY "stats_reject_history_record.cpy".                          -- STATS-REJHIST-RECORD layout
010900 FD  STATS-WORK-FILE.                                             -- The batch's accepted readings
011000 COPY "stats_work_record.cpy".                                    -- STATS-WORK-RECORD layout
011100 SD  STATS-SORT-FILE.                                             -- Sort work for the readings
011200 01  STATS-SORT-RECORD.                                           -- One reading as the sorts order it
011300     05  SRT-STATION-ID  PIC X(4).                                -- Station, or "*ALL" for batch totals
011400     05  SRT-READING-TYPE PIC X.                                  -- Reading type, or "*" for every type
011500     05  SRT-VALUE       PIC 9(3)V99.                             -- The reading after calibration
011600     05  SRT-RECORD-NUMBER PIC 9(5).                              -- Its physical record on STATSIN
011700     05  SRT-SEQUENCE    PIC 9(5).                                -- The controller's sequence number
011800     05  SRT-LIMIT-SIDE  PIC X(4).                                -- Breaches only: "HIGH" or "LOW "
011900     05  SRT-LIMIT       PIC 9(3)V99.                             -- ...the limit it broke
012000     05  SRT-EXCESS      PIC 9(3)V99.                             -- ...and by how much
012100 FD  STATS-SORTED-FILE                                            -- Readings in group and value order
012200     RECORDING MODE IS F.                                         -- Fixed length records
012300 01  STATS-SORTED-RECORD.                                         -- Same layout as STATS-SORT-RECORD
012400     05  SSR-STATION-ID  PIC X(4).                                -- Station, or "*ALL" for batch totals
012500     05  SSR-READING-TYPE PIC X.                                  -- Reading type, or "*" for every type
012600     05  SSR-VALUE       PIC 9(3)V99.                             -- The reading after calibration
012700     05  SSR-RECORD-NUMBER PIC 9(5).                              -- Its physical record on STATSIN
012800     05  FILLER          PIC X(19).                               -- Sequence and limit fields, unused
012900 FD  STATS-GROUP-FILE                                             -- Readings counted per group
013000     RECORDING MODE IS F.                                         -- Fixed length records
013100 01  STATS-GROUP-RECORD.                                          -- One station/type group of the sort
013200     05  GRP-STATION-ID  PIC X(4).                                -- Station, or "*ALL" for batch totals
013300     05  GRP-READING-TYPE PIC X.                                  -- Reading type, or "*" for every type
013400     05  GRP-COUNT       PIC 9(5).                                -- Readings in the group
013500     05  GRP-FIRST-RECNO PIC 9(5).                                -- Its earliest record on STATSIN
013600 FD  STATS-RESULT-FILE                                            -- Each station/type's figures
013700     RECORDING MODE IS F.                                         -- Fixed length records
013800 01  STATS-RESULT-RECORD.                                         -- One station/type's figures
013900     05  RES-FIRST-RECNO PIC 9(5).                                -- Its earliest record on STATSIN
014000     05  RES-STATION-ID  PIC X(4).                                -- Station id
014100     05  RES-READING-TYPE PIC X.                                  -- Reading type
014200     05  RES-COUNT       PIC 9(5).                                -- Readings the figures cover
014300     05  RES-SMALLEST    PIC 9(3)V99.                             -- Smallest value
014400     05  RES-LARGEST     PIC 9(3)V99.                             -- Largest value
014500     05  RES-MODE        PIC 9(3)V99.                             -- Mode value
014600     05  RES-MEAN        PIC 9(3)V99.                             -- Mean value
014700     05  RES-MEDIAN      PIC 9(3)V99.                             -- Median value
014800     05  RES-STDDEV      PIC 9(3)V9999.                           -- Standard deviation
014900     05  RES-HIST OCCURS 10 TIMES PIC 9(5).                       -- Readings per histogram band
015000 SD  STATS-RESULT-SORT-FILE.                                      -- Sort work for the figures
015100 01  STATS-RESULT-SORT-RECORD.                                    -- Same layout as STATS-RESULT-RECORD
015200     05  RSS-FIRST-RECNO PIC 9(5).                                -- The key - first seen, first listed
015300     05  FILLER          PIC X(92).                               -- The figures, carried as they are
015400 FD  STATS-EXCWORK-FILE                                           -- The batch's breaches in input order
015500     RECORDING MODE IS F.                                         -- Fixed length records
015600 01  STATS-EXCWORK-RECORD.                                        -- Same layout as STATS-SORT-RECORD
015700     05  EXW-STATION-ID  PIC X(4).                                -- Station
015800     05  EXW-READING-TYPE PIC X.                                  -- Reading type
015900     05  EXW-VALUE       PIC 9(3)V99.                             -- The reading after calibration
016000     05  EXW-RECORD-NUMBER PIC 9(5).                              -- Its physical record on STATSIN
016100     05  EXW-SEQUENCE    PIC 9(5).                                -- The controller's sequence number
016200     05  EXW-LIMIT-SIDE  PIC X(4).                                -- "HIGH" or "LOW "
016300     05  EXW-LIMIT       PIC 9(3)V99.                             -- The limit it broke
016400     05  EXW-EXCESS      PIC 9(3)V99.                             -- By how much it went past
016500 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
016600     01  WS-MAX-READINGS PIC 9(3) VALUE 50.                       -- Operating cap, set by the control card -
016700*                                                                 -- zero means no cap; the batch is bounded by disk alone
016800     01  record_count    PIC 9(5) VALUE 0.                        -- Actual number of readings read today
016900     01  calc_count      PIC 9(5) VALUE 0.                        -- Readings in the group being figured
017000     01  smallest        PIC 9(3)V99.                             -- Variable to hold the smallest number
017100     01  largest         PIC 9(3)V99.                             -- Variable to hold the largest number
017200     01  mode_value      PIC 9(3)V99.                             -- Variable to hold the mode
017300     01  WS-HIST-COUNT   OCCURS 10 TIMES PIC 9(5).                -- Frequency of readings per value band
017400     01  WS-HIST-BANDS   PIC 9(2) VALUE 10.                       -- Number of histogram value bands
017500     01  WS-BAND-WIDTH   PIC 9(3)V99.                             -- Width of one histogram band
017600     01  WS-BAND-LOW     PIC 9(3)V99.                             -- Lower bound of one band, for the report
017700     01  WS-BAND-HIGH    PIC 9(3)V99.                             -- Upper bound of one band, for the report
017800     01  WS-BAND-IDX     PIC 9(2).                                -- Band a reading falls into
017900     01  mean_value      PIC 9(3)V99.                             -- Variable to hold the mean
018000     01  median_value    PIC 9(3)V99.                             -- Variable to hold the median
018100     01  std_dev         PIC 9(3)V9999.                           -- Variable to hold the standard deviation
018200     01  i               PIC 9(3).                                -- Loop counter for various loops
018300     01  j               PIC 9(3).                                -- Loop counter for nested loops
018400     01  max_count       PIC 9(5).                                -- Variable to hold the maximum count for mode calculation
018500     01  WS-MODE-FIRST   PIC 9(5).                                -- First record of the mode so far, for ties
018600     01  WS-RUN-VALUE    PIC 9(3)V99.                             -- Value of the run of equal readings
018700     01  WS-RUN-COUNT    PIC 9(5).                                -- Readings in that run
018800     01  WS-RUN-FIRST    PIC 9(5).                                -- Earliest record of that run
018900     01  WS-GROUP-POS    PIC 9(5).                                -- Reading's place in its sorted group
019000     01  WS-MID          PIC 9(5).                                -- Middle place used by findMedian
019100     01  WS-MID-LOW      PIC 9(3)V99.                             -- Reading at the middle place
019200     01  WS-MID-HIGH     PIC 9(3)V99.                             -- ...and the place after it
019300     01  WS-TOTAL        PIC 9(9)V99.                             -- Running total used by findMean
019400     01  WS-SUM-SQ       PIC 9(12)V9999.                          -- Running sum of squared readings
019500     01  WS-SUM-SQ-DEV   PIC 9(12)V9999.                          -- Sum of squared deviations
019600     01  WS-MEAN-DISP    PIC ZZ9.99.                              -- Edited mean, for DISPLAY only
019700     01  WS-MEDIAN-DISP  PIC ZZ9.99.                              -- Edited median, for DISPLAY only
019800     01  WS-STDDEV-DISP  PIC ZZ9.9999.                            -- Edited standard deviation, for DISPLAY only
019900     01  WS-VALUE-DISP   PIC ZZ9.99.                              -- Edited reading value, for DISPLAY only
020000     01  WS-INPUT-STATUS PIC XX.                                  -- File status for STATS-INPUT-FILE
020100     01  WS-REPORT-STATUS PIC XX.                                 -- File status for STATS-REPORT-FILE
020200     01  WS-REJECT-STATUS PIC XX.                                 -- File status for STATS-REJECT-FILE
020300     01  WS-CKP-STATUS   PIC XX.                                  -- File status for STATS-CHECKPOINT-FILE
020400     01  WS-SUMMARY-STATUS PIC XX.                                -- File status for STATS-SUMMARY-FILE
020500     01  WS-RESTART-SWITCH PIC X VALUE "N".                       -- Set to "Y" when resuming an interrupted run
020600         88  WS-IS-RESTART VALUE "Y".                             -- Condition for a checkpoint restart
020700     01  WS-RESUME-SWITCH PIC X VALUE "N".                        -- Set when the checkpoint was mid-batch
020800         88  WS-RESUME-PENDING VALUE "Y".                         -- Condition to resume the open batch
020900     01  WS-SKIP-COUNT   PIC 9(5).                                -- Physical records to skip on restart
021000     01  WS-CUR-STATION  PIC X(4).                                -- Station id findRefStation looks for
021100     01  WS-CUR-TYPE     PIC X.                                   -- Reading type of the reading in hand
021200     01  WS-STATION-STATUS PIC XX.                                -- File status for STATS-STATION-FILE
021300     01  WS-DETAIL-STATUS PIC XX.                                 -- File status for STATS-DETAIL-FILE
021400     01  WS-WORK-STATUS  PIC XX.                                  -- File status for STATS-WORK-FILE
021500     01  WS-WRK-EOF-SWITCH PIC X.                                 -- End-of-scan switch for the work file
021600         88  WS-WRK-EOF  VALUE "Y".                               -- Condition for past the readings wanted
021700     01  WS-OOSEQ-SWITCH PIC X.                                   -- Set when a later sequence is on file
021800         88  WS-IS-OUT-OF-SEQ VALUE "Y".                          -- Condition for a reading that came late
021900     01  WS-PRIOR-SEQ    PIC 9(5).                                -- Highest sequence already on file
022000     01  WS-SORTED-STATUS PIC XX.                                 -- File status for STATS-SORTED-FILE
022100     01  WS-GROUP-STATUS PIC XX.                                  -- File status for STATS-GROUP-FILE
022200     01  WS-RESULT-STATUS PIC XX.                                 -- File status for STATS-RESULT-FILE
022300     01  WS-EXCWORK-STATUS PIC XX.                                -- File status for STATS-EXCWORK-FILE
022400     01  WS-SRT-EOF-SWITCH PIC X.                                 -- End-of-file switch for the group passes
022500         88  WS-SRT-EOF  VALUE "Y".                               -- Condition for end of STATS-SORTED-FILE
022600     01  WS-GRP-EOF-SWITCH PIC X.                                 -- End-of-file switch for STATS-GROUP-FILE
022700         88  WS-GRP-EOF  VALUE "Y".                               -- Condition for end of the groups
022800     01  WS-RES-EOF-SWITCH PIC X.                                 -- End-of-file switch for STATS-RESULT-FILE
022900         88  WS-RES-EOF  VALUE "Y".                               -- Condition for end of the figures
023000     01  WS-EXW-EOF-SWITCH PIC X.                                 -- End-of-file switch for STATS-EXCWORK-FILE
023100         88  WS-EXW-EOF  VALUE "Y".                               -- Condition for end of the breaches
023200     01  WS-GRP-STATION  PIC X(4).                                -- Group being counted
023300     01  WS-GRP-TYPE     PIC X.                                   -- ...
023400     01  WS-GRP-COUNT    PIC 9(5).                                -- ...its readings so far
023500     01  WS-GRP-FIRST    PIC 9(5).                                -- ...and its earliest record
023600     01  WS-BATCH-FIGURES.                                        -- The every-type batch figures, held
023700         05  WS-BAT-SMALLEST PIC 9(3)V99.                         -- ...while the other groups
023800         05  WS-BAT-LARGEST  PIC 9(3)V99.                         -- ...are figured
023900         05  WS-BAT-MODE     PIC 9(3)V99.                         -- ...
024000         05  WS-BAT-MEAN     PIC 9(3)V99.                         -- ...
024100         05  WS-BAT-MEDIAN   PIC 9(3)V99.                         -- ...
024200         05  WS-BAT-STDDEV   PIC 9(3)V9999.                       -- ...
024300     01  WS-STA-SWITCH   PIC X.                                   -- Set when findRefStation finds it
024400         88  WS-STATION-FOUND VALUE "Y".                          -- Condition for a station on STATSSTA
024500     01  WS-EXC-STATION  PIC X(4).                                -- Station whose limits are in hand
024600     01  WS-CALC-STATION PIC X(4).                                -- Station of the group being figured
024700         88  WS-CALC-ALL-STATIONS VALUE "*ALL".                   -- Condition for the batch-total pass
024800     01  WS-CALC-TYPE    PIC X.                                   -- Reading type of the group being figured
024900         88  WS-CALC-ALL-TYPES VALUE "*".                         -- Condition for the every-type pass
025000     01  WS-TYPE-NAME    PIC X(5).                                -- LEVEL or FLOW, for the report
025100     01  WS-MAX-TYPES    PIC 9 VALUE 2.                           -- Reading types the suite knows
025200     01  WS-TYPE-COUNT   PIC 9 VALUE 0.                           -- Types seen in this batch
025300     01  WS-TOT-IDX      PIC 9.                                   -- Loop counter over the type table
025400     01  WS-TYPE-RESULTS.                                         -- Per-type batch totals for the report
025500         05  WS-TOT-ENTRY OCCURS 2 TIMES.                         -- One entry per type seen in the batch
025600             10  WS-TOT-TYPE     PIC X.                           -- The entry's reading type
025700             10  WS-TOT-FIRST    PIC 9(5).                        -- The type's earliest record
025800             10  WS-TOT-COUNT    PIC 9(5).                        -- Readings accepted for the type
025900             10  WS-TOT-SMALLEST PIC 9(3)V99.                     -- The type's smallest reading
026000             10  WS-TOT-LARGEST  PIC 9(3)V99.                     -- The type's largest reading
026100             10  WS-TOT-MODE     PIC 9(3)V99.                     -- The type's mode
026200             10  WS-TOT-MEAN     PIC 9(3)V99.                     -- The type's mean
026300             10  WS-TOT-MEDIAN   PIC 9(3)V99.                     -- The type's median
026400             10  WS-TOT-STDDEV   PIC 9(3)V9999.                   -- The type's standard deviation
026500             10  WS-TOT-HIST OCCURS 10 TIMES PIC 9(5).            -- The type's frequency per value band
026600     01  WS-TOT-HOLD     PIC X(93).                               -- Swap area for ordering the types
026700     01  WS-EOF-SWITCH   PIC X VALUE "N".                         -- End-of-file switch for readData
026800         88  WS-EOF      VALUE "Y".                               -- Condition for end of STATS-INPUT-FILE
026900     01  WS-INPUT-RECNO  PIC 9(5) VALUE 0.                        -- Physical record number in STATS-INPUT-FILE
027000     01  WS-REJECT-COUNT PIC 9(5) VALUE 0.                        -- Number of readings rejected today
027100     01  WS-REJ-REASON   PIC X(40).                               -- Reason the current reading was rejected
027200     01  WS-REJ-CODE     PIC X(4).                                -- Reason code for the reject history
027300     01  WS-SEQ-NUM      PIC 9(5).                                -- Sequence parsed from DET-SEQUENCE
027400     01  WS-DUP-SWITCH   PIC X.                                   -- Set when the sequence was seen before
027500         88  WS-IS-DUPLICATE VALUE "Y".                           -- Condition for a retransmitted reading
027600     01  WS-OOSEQ-COUNT  PIC 9(3) VALUE 0.                        -- Out-of-order readings this batch
027700     01  WS-MAX-OOSEQ    PIC 9(2) VALUE 20.                       -- Upper bound of occurrences listed
027800     01  WS-OOSEQ-IDX    PIC 9(3).                                -- Loop counter over the exception table
027900     01  WS-OOSEQ-TABLE.                                          -- Out-of-order readings, for the report
028000         05  WS-OOSEQ-ENTRY OCCURS 20 TIMES.                      -- One entry per flagged reading
028100             10  WS-OOSEQ-STATION PIC X(4).                       -- The reading's station
028200             10  WS-OOSEQ-SEQ     PIC 9(5).                       -- The sequence that arrived late
028300             10  WS-OOSEQ-PRIOR   PIC 9(5).                       -- The highest sequence already seen
028400     01  WS-PARSED-VALUE PIC S9(7)V99.                            -- Numeric value parsed from READING-VALUE
028500     01  WS-RANGE-LOW    PIC 9(3)V99 VALUE 0.                     -- Lowest level reading accepted
028600     01  WS-RANGE-HIGH   PIC 9(3)V99 VALUE 999.99.                -- Highest level reading accepted
028700     01  WS-FLOW-LOW     PIC 9(3)V99 VALUE 0.                     -- Lowest flow reading accepted
028800     01  WS-FLOW-HIGH    PIC 9(3)V99 VALUE 999.99.                -- Highest flow reading accepted
028900     01  WS-CUR-LOW      PIC 9(3)V99.                             -- The range in force for one type
029000     01  WS-CUR-HIGH     PIC 9(3)V99.                             -- ...set by setTypeRange
029100     01  WS-RUN-DATE     PIC X(10).                               -- Run date, from the input batch header
029200     01  WS-BATCH-ID     PIC X(10).                               -- Batch/job id, from the input batch header
029300     01  WS-EXPECTED-COUNT PIC 9(5).                              -- Expected record count, from the batch header
029400     01  WS-TRAILER-COUNT  PIC 9(5).                              -- Actual count processed, from the batch trailer
029500     01  WS-BALANCE-SWITCH PIC X VALUE "Y".                       -- Set to "N" when the batch fails balancing
029600         88  WS-BATCH-BALANCED VALUE "Y".                         -- Condition for an in-balance batch
029700     01  WS-PROCESSED-TOTAL PIC 9(5).                             -- Accepted plus rejected, for balancing
029800     01  WS-BALANCE-DIFF PIC S9(5).                               -- Signed difference between two counts
029900     01  WS-BATCH-DONE-SWITCH PIC X VALUE "N".                    -- Set when the batch's trailer is read
030000         88  WS-BATCH-DONE VALUE "Y".                             -- Condition for end of the batch group
030100     01  WS-BATCH-COUNT  PIC 9(3) VALUE 0.                        -- Batches processed this run
030200     01  WS-RERUN-SWITCH PIC X VALUE "N".                         -- Set when the batch id was run before
030300         88  WS-IS-RERUN VALUE "Y".                               -- Condition for a rerun batch
030400     01  WS-AUD-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for checkPriorRun
030500         88  WS-AUD-EOF  VALUE "Y".                               -- Condition for end of STATS-AUDIT-FILE
030600     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
030700     01  WS-CONTROL-STATUS PIC XX.                                -- File status for STATS-CONTROL-FILE
030800     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
030900         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
031000         05  WS-CURR-MM      PIC 9(2).                            -- Current month
031100         05  WS-CURR-DD      PIC 9(2).                            -- Current day
031200         05  WS-CURR-HH      PIC 9(2).                            -- Current hour, for the audit log
031300         05  WS-CURR-MI      PIC 9(2).                            -- Current minute, for the audit log
031400         05  WS-CURR-SS      PIC 9(2).                            -- Current second, for the audit log
031500         05  FILLER          PIC X(9).                            -- Offset, not needed here
031600     01  WS-REPORT-DATE  PIC X(10).                               -- MM/DD/YYYY for the report header
031700     01  WS-RPT-NUM      PIC ZZZ9.9999.                           -- Scratch edited number for the report
031800     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for the report
031900     01  WS-RPT-DIFF     PIC ZZZZ9-.                              -- Scratch edited difference for the report
032000     01  WS-RPT-VAL      PIC ZZ9.99.                              -- Scratch edited reading for the report
032100     01  WS-AUDIT-STATUS PIC XX.                                  -- File status for STATS-AUDIT-FILE
032200     01  WS-AUDIT-TIMESTAMP PIC X(19).                            -- MM/DD/YYYY HH:MM:SS, built by writeAudit
032300     01  WS-LEDGER-STATUS PIC XX.                                 -- File status for STATS-LEDGER-FILE
032400     01  WS-LDG-STEP     PIC X(10) VALUE "PROGRAM".               -- This step's name on the run ledger
032500     01  WS-LDG-RUN-DATE PIC X(10).                               -- The run date this step is processing
032600     01  WS-LDG-EVENT    PIC X(8).                                -- What writeLedgerEntry should record
032700     01  WS-LDG-RC       PIC 9(2).                                -- Return code to record with it
032800     01  WS-LDG-OPERATOR PIC X(8).                                -- Operator behind an override
032900     01  WS-LDG-NOTE     PIC X(30).                               -- Free-text note for the ledger line
033000     01  WS-LDG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS, built by writeLedgerEntry
033100     01  WS-EXCEED-STATUS PIC XX.                                 -- File status for STATS-EXCEED-FILE
033200     01  WS-EXCEED-COUNT PIC 9(5) VALUE 0.                        -- Alarm-limit breaches this batch
033300     01  WS-EXC-SWITCH   PIC X VALUE "N".                         -- Set by checkAlarmLimits on a breach
033400         88  WS-IS-EXCEEDANCE VALUE "Y".                          -- Condition for a reading past its limit
033500     01  WS-EXC-SIDE     PIC X(4).                                -- "HIGH" or "LOW " - which limit broke
033600     01  WS-EXC-LIMIT    PIC 9(3)V99.                             -- The limit the reading broke
033700     01  WS-EXC-EXCESS   PIC 9(3)V99.                             -- By how much it went past
033800     01  WS-ALARM-LOW    PIC 9(3)V99.                             -- Low alarm point for the reading's type
033900     01  WS-ALARM-HIGH   PIC 9(3)V99.                             -- High alarm point for the reading's type
034000     01  WS-CALIB-STATUS PIC XX.                                  -- File status for STATS-CALIBRATION-FILE
034100     01  WS-CLB-EOF-SWITCH PIC X VALUE "N".                       -- End-of-scan switch for findCalibration
034200         88  WS-CLB-EOF  VALUE "Y".                               -- Condition for past the station's factors
034300     01  WS-CLB-OPEN-SWITCH PIC X VALUE "N".                      -- Set when STATSCALB is on file -
034400         88  WS-CLB-OPEN VALUE "Y".                               -- ...without it every reading is as sent
034500     01  WS-CLB-FOUND-SWITCH PIC X VALUE "N".                     -- Set when a factor is in force
034600         88  WS-CLB-FOUND VALUE "Y".                              -- ...for the cached station and type
034700     01  WS-CLB-CACHE-STATION PIC X(4) VALUE SPACES.              -- Station, type and run date
034800     01  WS-CLB-CACHE-TYPE PIC X VALUE SPACES.                    -- ...the last factor lookup was
034900     01  WS-CLB-CACHE-RUN-KEY PIC X(8) VALUE SPACES.              -- ...made for
035000     01  WS-CLB-FROM-KEY PIC X(8).                                -- YYYYMMDD a factor takes effect from
035100     01  WS-CLB-BEST-KEY PIC X(8).                                -- ...and of the one in force
035200     01  WS-CLB-OFFSET   PIC S9(3)V99.                            -- Its offset added after scaling
035300     01  WS-CLB-MULTIPLIER PIC 9V9(4).                            -- ...and scale applied to the raw value
035400     01  WS-RUN-SORT-KEY PIC X(8).                                -- YYYYMMDD key of the batch run date
035500     01  WS-RAW-VALUE    PIC S9(7)V99.                            -- Reading as sent, before calibration
035600     01  WS-REJHIST-STATUS PIC XX.                                -- File status for STATS-REJHIST-FILE
035700     01  WS-RJH-EOF-SWITCH PIC X VALUE "N".                       -- End-of-scan switch for the purge
035800         88  WS-RJH-EOF  VALUE "Y".                               -- Condition for past the batch's entries
035900 PROCEDURE DIVISION.                                              -- Start of program logic
036000     PERFORM checkLedger                                          -- Sign the run ledger before anything else
036100     PERFORM readControl                                          -- Pick up the run-control card's limits
036200     PERFORM openStations                                         -- Open the station reference master
036300     PERFORM openCalibrations                                     -- Open the calibration factors, if any
036400     PERFORM restoreCheckpoint                                    -- Resume an interrupted run, if one left a marker
036500     PERFORM openFiles                                            -- Open the extract and this run's outputs
036600     PERFORM processBatch UNTIL WS-EOF                            -- One pass per H/D/T group on the file
036700     PERFORM closeFiles                                           -- Drop the checkpoint and close everything
036800     IF WS-BATCH-COUNT = 0                                        -- An extract with no batches at all
036900*                                                                 -- is as suspect as a refused one
037000         MOVE 8 TO WS-NEW-RC                                      -- Scheduler severity: hold the rollup
037100         PERFORM raiseReturnCode                                  -- ...
037200     END-IF                                                       -- End of empty-extract check
037300     MOVE WS-BATCH-COUNT TO WS-RPT-COUNT                          -- Edit the batch total for display
037400     DISPLAY "Batches processed: " WS-RPT-COUNT                   -- One console line for the whole run
037500     PERFORM finishLedger                                         -- Record our end and severity on the ledger
037600     STOP RUN.                                                    -- End the program
037700 processBatch.                                                    -- Subroutine to process one H/D/T group
037800     IF WS-RESUME-PENDING                                         -- Restart left us mid-batch - its header
037900         MOVE "N" TO WS-RESUME-SWITCH                             -- ...was consumed before the interruption
038000     ELSE                                                         -- A new batch group starts here
038100         PERFORM initBatch                                        -- Clear the per-batch state
038200         PERFORM clearWorkFile                                    -- ...and the last batch's readings
038300         PERFORM readBatchHeader                                  -- Read and check the batch header
038400     END-IF                                                       -- End of resume check
038500     IF NOT WS-EOF                                                -- There is a batch to process
038600         PERFORM checkPriorRun                                    -- Warn if this batch id was run before
038700         PERFORM readBatchDetails                                 -- Read details up to the batch trailer
038800         PERFORM balanceBatch                                     -- Prove the counts agree before trusting them
038900         IF NOT WS-BATCH-BALANCED                                 -- The batch failed balancing
039000             DISPLAY "BATCH OUT OF BALANCE - BATCH REFUSED: "     -- Tell the operator on the console too
039100                 WS-BATCH-ID                                      -- ...
039200         END-IF                                                   -- End of balance check
039300         IF record_count = 0 OR NOT WS-BATCH-BALANCED             -- Nothing usable, or a refused batch
039400             MOVE 8 TO WS-NEW-RC                                  -- Scheduler severity: hold the rollup
039500             PERFORM raiseReturnCode                              -- ...
039600             MOVE 0 TO smallest                                   -- Nothing to report, hold every figure at zero
039700             MOVE 0 TO largest                                    -- ...
039800             MOVE 0 TO mode_value                                 -- ...
039900             MOVE 0 TO mean_value                                 -- ...
040000             MOVE 0 TO median_value                               -- ...
040100             MOVE 0 TO std_dev                                    -- ...
040200         ELSE                                                     -- At least one valid reading in the batch
040300             PERFORM computeAllStatistics                         -- Per-station figures, then batch totals
040400         END-IF                                                   -- End of record-count check
040500         ADD 1 TO WS-BATCH-COUNT                                  -- Count this batch
040600         PERFORM writeExceedances                                 -- List valid readings past their alarm points
040700         PERFORM writeBatchReport                                 -- Report this batch's figures
040800         PERFORM writeBatchSummary                                -- Feed this batch to the rollup
040900         PERFORM writeDetailMaster                                -- ...and keep its readings keyed
041000         PERFORM writeAudit                                       -- Append this batch to the audit log
041100         PERFORM writeRejectTrailer                               -- Close out this batch's rejects
041200         IF WS-REJECT-COUNT > 0                                   -- Rejects were logged this batch
041300             MOVE 4 TO WS-NEW-RC                                  -- Scheduler severity: worth a look
041400             PERFORM raiseReturnCode                              -- ...
041500         END-IF                                                   -- End of reject check
041600         IF WS-OOSEQ-COUNT > 0                                    -- Sequences arrived out of order
041700             MOVE 4 TO WS-NEW-RC                                  -- Scheduler severity: worth a look
041800             PERFORM raiseReturnCode                              -- ...
041900         END-IF                                                   -- End of sequence check
042000         DISPLAY "Batch id: " WS-BATCH-ID                         -- Say which batch these figures are for
042100         MOVE smallest TO WS-VALUE-DISP                           -- Edit the smallest for display
042200         DISPLAY "Smallest value: " WS-VALUE-DISP                 -- Display smallest number
042300         MOVE largest TO WS-VALUE-DISP                            -- Edit the largest for display
042400         DISPLAY "Largest value: " WS-VALUE-DISP                  -- Display largest number
042500         MOVE mode_value TO WS-VALUE-DISP                         -- Edit the mode for display
042600         DISPLAY "Mode value: " WS-VALUE-DISP                     -- Display mode
042700         MOVE mean_value TO WS-MEAN-DISP                          -- Edit the mean for display
042800         DISPLAY "Mean value: " WS-MEAN-DISP                      -- Display mean
042900         MOVE median_value TO WS-MEDIAN-DISP                      -- Edit the median for display
043000         DISPLAY "Median value: " WS-MEDIAN-DISP                  -- Display median
043100         MOVE std_dev TO WS-STDDEV-DISP                           -- Edit the standard deviation for display
043200         DISPLAY "Standard deviation: " WS-STDDEV-DISP            -- Display standard deviation
043300         PERFORM initBatch                                        -- The batch is done - clear its state so
043400         PERFORM writeCheckpoint                                  -- ...the checkpoint marks a clean boundary
043500     END-IF.                                                      -- End of batch check
043600 openFiles.                                                       -- Subroutine to open the run's files
043700     OPEN INPUT STATS-INPUT-FILE                                  -- Open the nightly extract
043800     IF WS-INPUT-STATUS NOT = "00"                                -- The extract is missing or unreadable
043900         DISPLAY "STATSIN OPEN FAILED, STATUS=" WS-INPUT-STATUS   -- Fail fast and diagnosably...
044000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
044100         STOP RUN                                                 -- ...rather than spin forever on a READ
044200     END-IF                                                       -- whose AT END can never fire unopened
044300     PERFORM openRejectHistory                                    -- The reject history is kept either way
044400     PERFORM openWorkFile                                         -- ...and so is the batch's work file
044500     IF WS-IS-RESTART                                             -- Progress was recovered from a checkpoint
044600         OPEN EXTEND STATS-REJECT-FILE                            -- Keep the prior rejects already logged
044700         IF WS-REJECT-STATUS NOT = "00"                           -- No rejects file yet (none logged last time)
044800             OPEN OUTPUT STATS-REJECT-FILE                        -- Create an empty one
044900             CLOSE STATS-REJECT-FILE                              -- ...
045000             OPEN EXTEND STATS-REJECT-FILE                        -- Reopen it for appending
045100         END-IF                                                   -- End of if statement
045200         OPEN EXTEND STATS-REPORT-FILE                            -- Keep the batches already reported
045300         IF WS-REPORT-STATUS NOT = "00"                           -- No report file yet
045400             OPEN OUTPUT STATS-REPORT-FILE                        -- Create an empty one
045500             CLOSE STATS-REPORT-FILE                              -- ...
045600             OPEN EXTEND STATS-REPORT-FILE                        -- Reopen it for appending
045700         END-IF                                                   -- End of if statement
045800         OPEN EXTEND STATS-SUMMARY-FILE                           -- Keep the batches already summarized
045900         IF WS-SUMMARY-STATUS NOT = "00"                          -- No summary file yet
046000             OPEN OUTPUT STATS-SUMMARY-FILE                       -- Create an empty one
046100             CLOSE STATS-SUMMARY-FILE                             -- ...
046200             OPEN EXTEND STATS-SUMMARY-FILE                       -- Reopen it for appending
046300         END-IF                                                   -- End of if statement
046400         OPEN EXTEND STATS-EXCEED-FILE                            -- Keep the breaches already written
046500         IF WS-EXCEED-STATUS NOT = "00"                           -- ...
046600             OPEN OUTPUT STATS-EXCEED-FILE                        -- ...
046700             CLOSE STATS-EXCEED-FILE                              -- ...
046800             OPEN EXTEND STATS-EXCEED-FILE                        -- ...
046900         END-IF                                                   -- End of if statement
047000         PERFORM skipProcessedRecords                             -- Don't reprocess records already accounted for
047100     ELSE                                                         -- A fresh run, nothing to resume
047200         OPEN OUTPUT STATS-REJECT-FILE                            -- Open the rejects log for this run
047300         OPEN OUTPUT STATS-REPORT-FILE                            -- Open the print file for this run
047400         IF WS-REPORT-STATUS NOT = "00"                           -- Can't create/open the report file
047500             DISPLAY "STATSRPT OPEN FAILED, STATUS="              -- Fail fast and diagnosably
047600                 WS-REPORT-STATUS                                 -- ...
047700             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
047800             STOP RUN                                             -- ...rather than write into a closed file
047900         END-IF                                                   -- End of open-check
048000         OPEN OUTPUT STATS-SUMMARY-FILE                           -- Open the rollup feed for this run
048100         IF WS-SUMMARY-STATUS NOT = "00"                          -- Can't create/open the summary file
048200             DISPLAY "STATSSUM OPEN FAILED, STATUS="              -- Fail fast and diagnosably
048300                 WS-SUMMARY-STATUS                                -- ...
048400             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
048500             STOP RUN                                             -- ...rather than write into a closed file
048600         END-IF                                                   -- End of open-check
048700         OPEN OUTPUT STATS-EXCEED-FILE                            -- Tonight's breaches start afresh
048800         IF WS-EXCEED-STATUS NOT = "00"                           -- Can't create/open the file
048900             DISPLAY "STATSEXC OPEN FAILED, STATUS="              -- Fail fast and diagnosably
049000                 WS-EXCEED-STATUS                                 -- ...
049100             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
049200             STOP RUN                                             -- ...rather than lose the breaches
049300         END-IF                                                   -- End of open-check
049400         MOVE 0 TO WS-INPUT-RECNO                                 -- No records read yet
049500         MOVE 0 TO WS-BATCH-COUNT                                 -- No batches processed yet
049600         MOVE SPACES TO STATS-REPORT-TITLE-LINE                   -- Clear the title line
049700         MOVE "STATISTICS PROGRAM - READINGS SUMMARY REPORT"      -- Set the report title
049800             TO RPT-TITLE-TEXT                                    -- ...
049900         WRITE STATS-REPORT-TITLE-LINE                            -- Write the report title once per run
050000         PERFORM writeControlEcho                                 -- ...then the limits it runs under
050100     END-IF.                                                      -- End of restart check
050200 initBatch.                                                       -- Subroutine to clear one batch's state
050300     MOVE 0 TO record_count                                       -- No readings loaded yet
050400     MOVE 0 TO WS-REJECT-COUNT                                    -- No rejects yet
050500     MOVE 0 TO WS-TRAILER-COUNT                                   -- No trailer seen yet
050600     MOVE 0 TO WS-EXPECTED-COUNT                                  -- No batch header seen yet
050700     MOVE SPACES TO WS-RUN-DATE                                   -- ...
050800     MOVE SPACES TO WS-BATCH-ID                                   -- ...
050900     MOVE 0 TO WS-TYPE-COUNT                                      -- No reading types registered yet
051000     MOVE 0 TO WS-OOSEQ-COUNT                                     -- No late sequences flagged yet
051100     MOVE 0 TO WS-EXCEED-COUNT                                    -- ...
051200     MOVE "Y" TO WS-BALANCE-SWITCH                                -- In balance until proven otherwise
051300     MOVE "N" TO WS-BATCH-DONE-SWITCH.                            -- The batch's trailer not reached yet
051400 readBatchHeader.                                                 -- Subroutine to read one batch's header
051500     READ STATS-INPUT-FILE                                        -- The group's first record is its header
051600         AT END SET WS-EOF TO TRUE                                -- No more batches on the file
051700     END-READ                                                     -- End of read
051800     IF NOT WS-EOF                                                -- The header record was read
051900         ADD 1 TO WS-INPUT-RECNO                                  -- Count this physical record
052000         IF NOT REC-IS-HEADER                                     -- The group doesn't start with a header
052100             DISPLAY "STATSIN NOT A BATCH HEADER"                 -- Structure is suspect
052200             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
052300             STOP RUN                                             -- ...don't trust the rest of the file
052400         END-IF                                                   -- End of header-type check
052500         MOVE HDR-RUN-DATE TO WS-RUN-DATE                         -- Capture the run date
052600         MOVE HDR-BATCH-ID TO WS-BATCH-ID                         -- Capture the batch/job id
052700         MOVE HDR-EXPECTED-COUNT TO WS-EXPECTED-COUNT             -- Capture the expected record count
052800         MOVE SPACES TO STATS-REJECT-HEADER-LINE                  -- Clear the rejects file's own header
052900         MOVE "RUN DATE: " TO REJH-DATE-LABEL                     -- Label the run date
053000         MOVE WS-RUN-DATE TO REJH-RUN-DATE                        -- Carry the run date onto the rejects file
053100         MOVE "BATCH ID: " TO REJH-BATCH-LABEL                    -- Label the batch id
053200         MOVE WS-BATCH-ID TO REJH-BATCH-ID                        -- Carry the batch id onto the rejects file
053300         WRITE STATS-REJECT-HEADER-LINE                           -- Write this batch's rejects header
053400         PERFORM purgeRejectHistory                               -- A batch sent again replaces its earlier history entries
053500     END-IF.                                                      -- End of header check
053600 readBatchDetails.                                                -- Subroutine to read one batch's details
053700     PERFORM UNTIL WS-EOF OR WS-BATCH-DONE                        -- Loop to the batch trailer or true EOF
053800         READ STATS-INPUT-FILE                                    -- Read the next reading
053900             AT END SET WS-EOF TO TRUE                            -- Flag end of file
054000         NOT AT END                                               -- A record was read
054100             ADD 1 TO WS-INPUT-RECNO                              -- Count this physical record
054200             IF REC-IS-TRAILER                                    -- The batch trailer ends the detail stream
054300                 MOVE TRL-ACTUAL-COUNT TO WS-TRAILER-COUNT        -- Capture the trailer's record count
054400                 SET WS-BATCH-DONE TO TRUE                        -- The group ends here, more may follow
054500             ELSE                                                 -- Not the trailer
054600             IF REC-IS-DETAIL                                     -- A normal detail reading
054700             IF DET-STATION-ID = SPACES                           -- No station on the reading
054800                 MOVE "MISSING STATION ID" TO WS-REJ-REASON       -- Record why it failed
054900                 MOVE "MSID" TO WS-REJ-CODE                       -- ...and its history code
055000                 PERFORM logReject                                -- Log it and move on
055100             ELSE                                                 -- The reading names its station
055200             MOVE DET-STATION-ID TO WS-CUR-STATION                -- Check it against the reference
055300             PERFORM findRefStation                               -- ...master, by key
055400             IF NOT WS-STATION-FOUND                              -- No such station on the master -
055500*                                                                 -- ...a mistyped id must not become
055600*                                                                 -- ...a brand new station quietly
055700                 MOVE "UNKNOWN STATION ID" TO WS-REJ-REASON       -- Record why it failed
055800                 MOVE "UNKS" TO WS-REJ-CODE                       -- ...and its history code
055900                 PERFORM logReject                                -- Log it and move on
056000             ELSE                                                 -- The master knows the station
056100             IF STA-ACTIVE-FLAG NOT = "A"                         -- A decommissioned station still
056200*                                                                 -- ...transmitting is its own problem
056300                 MOVE "STATION DECOMMISSIONED" TO WS-REJ-REASON   -- Record why it failed
056400                 MOVE "DCOM" TO WS-REJ-CODE                       -- ...and its history code
056500                 PERFORM logReject                                -- Log it and move on
056600             ELSE                                                 -- An active, known station
056700             IF DET-READING-TYPE = SPACE                          -- Extracts predating the flow
056800                 MOVE "L" TO WS-CUR-TYPE                          -- ...stations carried levels only
056900             ELSE                                                 -- The reading names its type
057000                 MOVE DET-READING-TYPE TO WS-CUR-TYPE             -- ...
057100             END-IF                                               -- End of blank-type default
057200             IF WS-CUR-TYPE NOT = "L" AND WS-CUR-TYPE NOT = "F"   -- A type this suite doesn't know
057300                 MOVE "BAD READING TYPE" TO WS-REJ-REASON         -- Record why it failed
057400                 MOVE "BTYP" TO WS-REJ-CODE                       -- ...and its history code
057500                 PERFORM logReject                                -- Log it and move on
057600             ELSE                                                 -- A level or flow reading
057700             IF DET-SEQUENCE IS NOT NUMERIC                       -- A reading without a clean
057800                 MOVE "BAD SEQUENCE NUMBER" TO WS-REJ-REASON      -- ...sequence can't be checked
057900                 MOVE "BSEQ" TO WS-REJ-CODE                       -- ...and its history code
058000                 PERFORM logReject                                -- ...for retransmission
058100             ELSE                                                 -- A usable sequence number
058200             MOVE DET-SEQUENCE TO WS-SEQ-NUM                      -- ...proven all digits above
058300             IF READING-VALUE = SPACES                            -- Blank line, nothing to parse
058400                 MOVE "BLANK READING VALUE" TO WS-REJ-REASON      -- Record why it failed
058500                 MOVE "BLNK" TO WS-REJ-CODE                       -- ...and its history code
058600                 PERFORM logReject                                -- Log it and move on
058700             ELSE                                                 -- There is text to check
058800             IF FUNCTION TEST-NUMVAL(READING-VALUE) NOT = 0       -- Garbage, not a clean number
058900                 MOVE "NON-NUMERIC READING VALUE" TO WS-REJ-REASON-- Record why it failed
059000                 MOVE "NNUM" TO WS-REJ-CODE                       -- ...and its history code
059100                 PERFORM logReject                                -- Log it and move on
059200             ELSE                                                 -- It parses as a number
059300                 COMPUTE WS-PARSED-VALUE =                        -- Bring it out to full precision
059400                     FUNCTION NUMVAL(FUNCTION TRIM(READING-VALUE))-- ...
059500                 PERFORM applyCalibration                         -- Correct it for the gauge's calibration
059600                 PERFORM setTypeRange                             -- The type's own valid range
059700                 IF WS-PARSED-VALUE < WS-CUR-LOW                  -- Out of the valid reading range...
059800                     OR WS-PARSED-VALUE > WS-CUR-HIGH             -- ...on either side
059900                     MOVE "READING OUT OF RANGE" TO WS-REJ-REASON -- Record why it failed
060000                     MOVE "RNGE" TO WS-REJ-CODE                   -- ...and its history code
060100                     PERFORM logReject                            -- Log it and move on
060200                 ELSE                                             -- A reading inside the valid range
060300                 PERFORM findDuplicate                            -- Has this sequence arrived before?
060400                 IF WS-IS-DUPLICATE                               -- A controller hiccup retransmits
060500*                                                                 -- ...readings - the same sequence
060600*                                                                 -- ...must never count twice
060700                     MOVE "DUPLICATE READING" TO WS-REJ-REASON    -- Record why it failed
060800                     MOVE "DUPL" TO WS-REJ-CODE                   -- ...and its history code
060900                     PERFORM logReject                            -- Log it and move on
061000                 ELSE                                             -- First arrival of this sequence
061100                 IF WS-MAX-READINGS > 0                           -- The card sets a cap...
061200                     AND record_count >= WS-MAX-READINGS          -- ...and the batch has reached it
061300                     MOVE "DAILY READING CAP EXCEEDED"            -- Record why
061400                         TO WS-REJ-REASON                         -- ...
061500                     MOVE "DCAP" TO WS-REJ-CODE                   -- ...and its history code
061600                     PERFORM logReject                            -- Log it and move on
061700                 ELSE                                             -- Under the cap, or no cap at all
061800                     MOVE DET-STATION-ID TO WS-CUR-STATION        -- Station this reading came from
061900                     PERFORM checkSequenceOrder                   -- Flag a late-arriving sequence
062000                     ADD 1 TO record_count                        -- Count the reading in
062100                     PERFORM writeWorkReading                     -- Keep it on the work file
062200                     PERFORM writeCheckpoint                      -- Mark this reading as safely processed
062300                 END-IF                                           -- End of cap check
062400                 END-IF                                           -- End of duplicate check
062500                 END-IF                                           -- End of range check
062600             END-IF                                               -- End of numeric check
062700             END-IF                                               -- End of blank check
062800             END-IF                                               -- End of sequence check
062900             END-IF                                               -- End of reading-type check
063000             END-IF                                               -- End of decommissioned check
063100             END-IF                                               -- End of unknown-station check
063200             END-IF                                               -- End of station check
063300             ELSE                                                 -- Not header, detail, or trailer
063400                 MOVE "UNRECOGNIZED RECORD TYPE" TO WS-REJ-REASON -- Record why it failed
063500                 MOVE "UREC" TO WS-REJ-CODE                       -- ...and its history code
063600                 PERFORM logReject                                -- Log it and move on
063700             END-IF                                               -- End of detail-type check
063800             END-IF                                               -- End of trailer check
063900         END-READ                                                 -- End of read
064000     END-PERFORM.                                                 -- End of loop
064100 writeRejectTrailer.                                              -- Subroutine to close out one batch's rejects
064200     MOVE SPACES TO STATS-REJECT-TRAILER-LINE                     -- Clear the rejects file's own trailer
064300     MOVE "REJECTS LOGGED" TO REJT-LABEL                          -- Label the reject total
064400     MOVE WS-REJECT-COUNT TO REJT-TOTAL                           -- Carry this batch's reject total
064500     WRITE STATS-REJECT-TRAILER-LINE.                             -- Write the rejects file trailer
064600 closeFiles.                                                      -- Subroutine to close the run's files
064700     PERFORM clearCheckpoint                                      -- Run completed, drop the progress marker
064800     CLOSE STATS-INPUT-FILE                                       -- Done with the extract
064900     CLOSE STATS-REJECT-FILE                                      -- Done with the rejects log
065000     CLOSE STATS-REPORT-FILE                                      -- Done with the report
065100     CLOSE STATS-SUMMARY-FILE                                     -- ...
065200     CLOSE STATS-EXCEED-FILE                                      -- ...
065300     CLOSE STATS-REJHIST-FILE                                     -- Done with the reject history
065400     CLOSE STATS-WORK-FILE                                        -- ...the batch's work file
065500     IF WS-CLB-OPEN                                               -- ...the calibration master, if
065600         CLOSE STATS-CALIBRATION-FILE                             -- ...there was one
065700     END-IF                                                       -- End of open check
065800     CLOSE STATS-STATION-FILE.                                    -- ...and the reference master
065900 checkPriorRun.                                                   -- Subroutine to spot a rerun batch id
066000     MOVE "N" TO WS-RERUN-SWITCH                                  -- A first run until the log says not
066100     MOVE "N" TO WS-AUD-EOF-SWITCH                                -- Reset the local end-of-file switch
066200     OPEN INPUT STATS-AUDIT-FILE                                  -- Walk the prior runs' audit log
066300     IF WS-AUDIT-STATUS = "00"                                    -- There is an audit log to read
066400         PERFORM UNTIL WS-AUD-EOF OR WS-IS-RERUN                  -- Loop until a match or end of log
066500             READ STATS-AUDIT-FILE                                -- Read the next audit line
066600                 AT END SET WS-AUD-EOF TO TRUE                    -- Flag end of file
066700                 NOT AT END                                       -- An audit line was read
066800                     IF AUD-BATCH-ID = WS-BATCH-ID                -- This batch id has run before
066900                         SET WS-IS-RERUN TO TRUE                  -- Remember to say so
067000                     END-IF                                       -- End of batch-id check
067100             END-READ                                             -- End of read
067200         END-PERFORM                                              -- End of loop
067300         CLOSE STATS-AUDIT-FILE                                   -- Done with the audit log
067400     END-IF                                                       -- End of log-exists check
067500     IF WS-IS-RERUN                                               -- The batch id has run before
067600         DISPLAY "WARNING: BATCH ID ALREADY RUN: " WS-BATCH-ID    -- Tell the operator on the console
067700     END-IF.                                                      -- End of rerun check
067800 restoreCheckpoint.                                               -- Subroutine to resume an interrupted run
067900     MOVE "N" TO WS-RESTART-SWITCH                                -- Assume a fresh run until proven otherwise
068000     OPEN INPUT STATS-CHECKPOINT-FILE                             -- See if a prior run left progress behind
068100     IF WS-CKP-STATUS = "00"                                      -- The checkpoint file exists
068200         READ STATS-CHECKPOINT-FILE                               -- Look for a saved progress record
068300             AT END CONTINUE                                      -- Empty file, last run finished cleanly
068400             NOT AT END                                           -- A prior run was interrupted mid-stream
068500                 SET WS-IS-RESTART TO TRUE                        -- Flag readData to resume, not restart
068600                 MOVE CKP-INPUT-RECNO TO WS-INPUT-RECNO           -- Resume the physical record count
068700                 MOVE CKP-RECORD-COUNT TO record_count            -- Resume the accepted-reading count
068800                 MOVE CKP-REJECT-COUNT TO WS-REJECT-COUNT         -- Resume the reject count
068900                 MOVE CKP-RUN-DATE TO WS-RUN-DATE                 -- Resume the batch's run date
069000                 MOVE CKP-BATCH-ID TO WS-BATCH-ID                 -- Resume the batch's id
069100                 MOVE CKP-EXPECTED-COUNT TO WS-EXPECTED-COUNT     -- Resume the batch's expected count
069200                 MOVE CKP-BATCH-COUNT TO WS-BATCH-COUNT           -- Resume the batches-processed count
069300                 IF CKP-RUN-DATE NOT = SPACES                     -- The interruption came mid-batch...
069400                     SET WS-RESUME-PENDING TO TRUE                -- ...so resume it, don't reread its header
069500                 END-IF                                           -- End of mid-batch check -
069600*                                                                 -- ...its readings are still on STATSWRK
069700         END-READ                                                 -- End of read
069800         CLOSE STATS-CHECKPOINT-FILE                              -- Done checking for a checkpoint
069900     END-IF.                                                      -- End of checkpoint-exists check
070000 skipProcessedRecords.                                            -- Subroutine to fast-forward past old progress
070100     MOVE WS-INPUT-RECNO TO WS-SKIP-COUNT                         -- Records already consumed last run
070200     PERFORM WS-SKIP-COUNT TIMES                                  -- Re-read and discard each one
070300         READ STATS-INPUT-FILE                                    -- Advance the file position
070400             AT END SET WS-EOF TO TRUE                            -- Shouldn't happen, but don't loop forever
070500         END-READ                                                 -- End of read
070600     END-PERFORM.                                                 -- End of skip loop
070700 writeCheckpoint.                                                 -- Subroutine to record progress so far
070800     MOVE WS-INPUT-RECNO TO CKP-INPUT-RECNO                       -- Physical records consumed so far
070900     MOVE record_count TO CKP-RECORD-COUNT                        -- Readings accepted so far
071000     MOVE WS-REJECT-COUNT TO CKP-REJECT-COUNT                     -- Readings rejected so far
071100     MOVE WS-RUN-DATE TO CKP-RUN-DATE                             -- The batch's run date
071200     MOVE WS-BATCH-ID TO CKP-BATCH-ID                             -- The batch's id
071300     MOVE WS-EXPECTED-COUNT TO CKP-EXPECTED-COUNT                 -- The batch's expected count
071400     MOVE WS-BATCH-COUNT TO CKP-BATCH-COUNT                       -- Batches already fully processed
071500     OPEN OUTPUT STATS-CHECKPOINT-FILE                            -- Rewrite the checkpoint file from scratch
071600     IF WS-CKP-STATUS NOT = "00"                                  -- Can't create/open the checkpoint file
071700         DISPLAY "STATSCKP OPEN FAILED, STATUS=" WS-CKP-STATUS    -- Fail fast and diagnosably
071800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
071900         STOP RUN                                                 -- ...rather than write into a closed file
072000     END-IF                                                       -- End of open-check
072100     WRITE STATS-CHECKPOINT-RECORD                                -- Save the current progress
072200     CLOSE STATS-CHECKPOINT-FILE.                                 -- Done until the next reading is accepted
072300 clearCheckpoint.                                                 -- Subroutine to drop a completed run's marker
072400     OPEN OUTPUT STATS-CHECKPOINT-FILE                            -- Truncate the checkpoint file...
072500     IF WS-CKP-STATUS NOT = "00"                                  -- Can't create/open the checkpoint file
072600         DISPLAY "STATSCKP OPEN FAILED, STATUS=" WS-CKP-STATUS    -- Fail fast and diagnosably
072700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
072800         STOP RUN                                                 -- ...rather than leave a stale checkpoint
072900     END-IF                                                       -- End of open-check
073000     CLOSE STATS-CHECKPOINT-FILE.                                 -- ...to empty, so the next run starts fresh
073100 logReject.                                                       -- Subroutine to log a rejected reading
073200     ADD 1 TO WS-REJECT-COUNT                                     -- Count this reject
073300     MOVE SPACES TO STATS-REJECT-RECORD                           -- Clear the reject line
073400     MOVE WS-INPUT-RECNO TO REJ-RECORD-NUMBER                     -- Which physical record this was
073500     MOVE DET-STATION-ID TO REJ-STATION-ID                        -- The station bytes as they arrived
073600     MOVE READING-VALUE TO REJ-RAW-VALUE                          -- The raw text that was rejected
073700     MOVE DET-READING-TYPE TO REJ-READING-TYPE                    -- The type byte as it arrived
073800     MOVE DET-SEQUENCE TO REJ-SEQUENCE                            -- The sequence bytes as they arrived
073900     MOVE WS-REJ-REASON TO REJ-REASON                             -- Why it was rejected
074000     WRITE STATS-REJECT-RECORD                                    -- Write the reject line
074100     PERFORM writeRejectHistory                                   -- ...and keep it for the scorecard
074200     PERFORM writeCheckpoint.                                     -- Keep the checkpoint current as of this record
074300 writeRejectHistory.                                              -- Subroutine to keep one event on the history
074400     MOVE SPACES TO STATS-REJHIST-RECORD                          -- Clear the history record
074500     MOVE WS-RUN-DATE TO RJH-RUN-DATE                             -- Build its record key
074600     MOVE WS-BATCH-ID TO RJH-BATCH-ID                             -- ...
074700     MOVE WS-INPUT-RECNO TO RJH-RECORD-NUMBER                     -- ...
074800     MOVE DET-STATION-ID TO RJH-STATION-ID                        -- The station bytes as they arrived
074900     MOVE DET-READING-TYPE TO RJH-READING-TYPE                    -- The type byte as it arrived
075000     MOVE WS-REJ-CODE TO RJH-REASON-CODE                          -- Why it was logged, as a code
075100     MOVE DET-SEQUENCE TO RJH-SEQUENCE                            -- The sequence bytes as they arrived
075200     MOVE READING-VALUE TO RJH-RAW-VALUE                          -- The raw text as it arrived
075300     WRITE STATS-REJHIST-RECORD                                   -- Add it under its key
075400         INVALID KEY                                              -- Already on file - a restarted run
075500             REWRITE STATS-REJHIST-RECORD                         -- ...re-reading the same records
075600                 INVALID KEY CONTINUE                             -- Shouldn't happen - the write just hit
075700             END-REWRITE                                          -- End of rewrite
075800     END-WRITE.                                                   -- End of write
075900 openRejectHistory.                                               -- Subroutine to open the reject history
076000     OPEN I-O STATS-REJHIST-FILE                                  -- Maintain the history in place
076100     IF WS-REJHIST-STATUS NOT = "00"                              -- No history master yet, first run
076200         OPEN OUTPUT STATS-REJHIST-FILE                           -- Create an empty one
076300         CLOSE STATS-REJHIST-FILE                                 -- ...
076400         OPEN I-O STATS-REJHIST-FILE                              -- Reopen it for maintaining
076500     END-IF                                                       -- End of if statement
076600     IF WS-REJHIST-STATUS NOT = "00"                              -- Can't create/open the master
076700         DISPLAY "STATSRJH OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
076800             WS-REJHIST-STATUS                                    -- ...
076900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
077000         STOP RUN                                                 -- ...
077100     END-IF.                                                      -- End of open-check
077200 purgeRejectHistory.                                              -- Subroutine to clear a batch's old entries
077300     MOVE "N" TO WS-RJH-EOF-SWITCH                                -- Position on the batch's first
077400     MOVE WS-RUN-DATE TO RJH-RUN-DATE                             -- ...entry, if any
077500     MOVE WS-BATCH-ID TO RJH-BATCH-ID                             -- ...
077600     MOVE 0 TO RJH-RECORD-NUMBER                                  -- ...
077700     START STATS-REJHIST-FILE                                     -- ...
077800         KEY IS NOT LESS THAN RJH-RJH-KEY                         -- ...
077900         INVALID KEY SET WS-RJH-EOF TO TRUE                       -- Nothing on file past it
078000     END-START                                                    -- End of start
078100     PERFORM purgeRejectEntry UNTIL WS-RJH-EOF.                   -- One pass per old entry
078200 purgeRejectEntry.                                                -- Subroutine to drop one old entry
078300     READ STATS-REJHIST-FILE NEXT RECORD                          -- Read the next entry
078400         AT END SET WS-RJH-EOF TO TRUE                            -- Flag end of file
078500         NOT AT END                                               -- An entry was read
078600             IF RJH-RUN-DATE NOT = WS-RUN-DATE                    -- Past the batch's entries
078700                 OR RJH-BATCH-ID NOT = WS-BATCH-ID                -- ...
078800                 SET WS-RJH-EOF TO TRUE                           -- ...
078900             ELSE                                                 -- One of its entries - the
079000                 DELETE STATS-REJHIST-FILE RECORD                 -- ...batch is being sent again
079100                     INVALID KEY CONTINUE                         -- Shouldn't happen - the read just hit
079200                 END-DELETE                                       -- End of delete
079300             END-IF                                               -- End of batch check
079400     END-READ.                                                    -- End of read
079500 findDuplicate.                                                   -- Subroutine to spot a retransmission
079600     MOVE "N" TO WS-DUP-SWITCH                                    -- Not a duplicate until matched
079700     MOVE WS-CUR-STATION TO WRK-STATION-ID                        -- Same station, same reading
079800     MOVE WS-CUR-TYPE TO WRK-READING-TYPE                         -- ...type, same sequence number
079900     MOVE WS-SEQ-NUM TO WRK-SEQUENCE                              -- ...is the work file's key
080000     READ STATS-WORK-FILE                                         -- Is it already on file?
080100         KEY IS WRK-KEY                                           -- ...
080200         INVALID KEY CONTINUE                                     -- First arrival of this sequence
080300         NOT INVALID KEY                                          -- On file - a retransmission, unless
080400             IF WRK-RECORD-NUMBER NOT = WS-INPUT-RECNO            -- ...it is this very record, landed
080500                 SET WS-IS-DUPLICATE TO TRUE                      -- ...just before an interruption
080600             END-IF                                               -- End of own-record check
080700     END-READ.                                                    -- End of read
080800 checkSequenceOrder.                                              -- Subroutine to order-check one reading
080900     MOVE "N" TO WS-OOSEQ-SWITCH                                  -- In order until a later sequence
081000     MOVE 0 TO WS-PRIOR-SEQ                                       -- ...turns up on file
081100     MOVE "N" TO WS-WRK-EOF-SWITCH                                -- Position just past this reading's
081200     MOVE WS-CUR-STATION TO WRK-STATION-ID                        -- ...own key - anything the station
081300     MOVE WS-CUR-TYPE TO WRK-READING-TYPE                         -- ...sent of this type with a
081400     MOVE WS-SEQ-NUM TO WRK-SEQUENCE                              -- ...higher sequence follows it
081500     START STATS-WORK-FILE                                        -- ...
081600         KEY IS GREATER THAN WRK-KEY                              -- ...
081700         INVALID KEY SET WS-WRK-EOF TO TRUE                       -- Nothing on file past it
081800     END-START                                                    -- End of start
081900     PERFORM findPriorSequence UNTIL WS-WRK-EOF                   -- Find the highest of them
082000     IF WS-IS-OUT-OF-SEQ                                          -- A sequence arriving late - keep
082100*                                                                 -- ...the reading, flag the order
082200         ADD 1 TO WS-OOSEQ-COUNT                                  -- Count it for the report
082300         MOVE "OSEQ" TO WS-REJ-CODE                               -- ...and keep it on the reject
082400         PERFORM writeRejectHistory                               -- ...history for the scorecard
082500         IF WS-OOSEQ-COUNT NOT > WS-MAX-OOSEQ                     -- Room left to list it
082600             MOVE WS-CUR-STATION                                  -- Remember which station sent
082700                 TO WS-OOSEQ-STATION(WS-OOSEQ-COUNT)              -- ...it out of order
082800             MOVE WS-SEQ-NUM                                      -- ...the sequence that was late
082900                 TO WS-OOSEQ-SEQ(WS-OOSEQ-COUNT)                  -- ...
083000             MOVE WS-PRIOR-SEQ                                    -- ...and the high-water mark it
083100                 TO WS-OOSEQ-PRIOR(WS-OOSEQ-COUNT)                -- ...arrived behind
083200         END-IF                                                   -- End of room check
083300     END-IF.                                                      -- End of order check
083400 findPriorSequence.                                               -- Subroutine to read one later sequence
083500     READ STATS-WORK-FILE NEXT RECORD                             -- Read the next reading on file
083600         AT END SET WS-WRK-EOF TO TRUE                            -- Flag end of file
083700         NOT AT END                                               -- A reading was read
083800             IF WRK-STATION-ID NOT = WS-CUR-STATION               -- Past the station's readings
083900                 OR WRK-READING-TYPE NOT = WS-CUR-TYPE            -- ...of this type
084000                 SET WS-WRK-EOF TO TRUE                           -- ...
084100             ELSE                                                 -- A later sequence from the same
084200                 SET WS-IS-OUT-OF-SEQ TO TRUE                     -- ...station and type - they come
084300                 MOVE WRK-SEQUENCE TO WS-PRIOR-SEQ                -- ...in key order, so the last
084400             END-IF                                               -- ...one read is the highest
084500     END-READ.                                                    -- End of read
084600 writeWorkReading.                                                -- Subroutine to keep one accepted reading
084700     MOVE SPACES TO STATS-WORK-RECORD                             -- Clear the work record
084800     MOVE WS-CUR-STATION TO WRK-STATION-ID                        -- Build its record key
084900     MOVE WS-CUR-TYPE TO WRK-READING-TYPE                         -- ...
085000     MOVE WS-SEQ-NUM TO WRK-SEQUENCE                              -- ...
085100     MOVE WS-PARSED-VALUE TO WRK-VALUE                            -- The reading itself
085200     MOVE WS-RAW-VALUE TO WRK-RAW-VALUE                           -- ...and as the gauge sent it
085300     MOVE WS-INPUT-RECNO TO WRK-RECORD-NUMBER                     -- ...and where it arrived
085400     WRITE STATS-WORK-RECORD                                      -- Add it under its key
085500         INVALID KEY                                              -- Already on file - a resumed run
085600             REWRITE STATS-WORK-RECORD                            -- ...taking the same record again
085700                 INVALID KEY CONTINUE                             -- Shouldn't happen - the write just hit
085800             END-REWRITE                                          -- End of rewrite
085900     END-WRITE.                                                   -- End of write
086000 openWorkFile.                                                    -- Subroutine to open the batch's work file
086100     OPEN I-O STATS-WORK-FILE                                     -- Pick up whatever is on file
086200     IF WS-WORK-STATUS NOT = "00"                                 -- No work file yet, first run
086300         OPEN OUTPUT STATS-WORK-FILE                              -- Create an empty one
086400         CLOSE STATS-WORK-FILE                                    -- ...
086500         OPEN I-O STATS-WORK-FILE                                 -- Reopen it for maintaining
086600     END-IF                                                       -- End of if statement
086700     IF WS-WORK-STATUS NOT = "00"                                 -- Can't create/open the work file
086800         DISPLAY "STATSWRK OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
086900             WS-WORK-STATUS                                       -- ...
087000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
087100         STOP RUN                                                 -- ...
087200     END-IF.                                                      -- End of open-check
087300 clearWorkFile.                                                   -- Subroutine to empty the batch's work file
087400     CLOSE STATS-WORK-FILE                                        -- A new batch starts with no readings -
087500     OPEN OUTPUT STATS-WORK-FILE                                  -- ...opening OUTPUT empties the file
087600     CLOSE STATS-WORK-FILE                                        -- ...
087700     OPEN I-O STATS-WORK-FILE                                     -- Reopen it for maintaining
087800     IF WS-WORK-STATUS NOT = "00"                                 -- Can't reopen the work file
087900         DISPLAY "STATSWRK OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
088000             WS-WORK-STATUS                                       -- ...
088100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
088200         STOP RUN                                                 -- ...
088300     END-IF.                                                      -- End of open-check
088400 startWorkFile.                                                   -- Subroutine to position on the first reading
088500     MOVE "N" TO WS-WRK-EOF-SWITCH                                -- Reset the local end-of-file switch
088600     MOVE LOW-VALUES TO WRK-KEY                                   -- Ahead of every key on file
088700     START STATS-WORK-FILE                                        -- ...
088800         KEY IS NOT LESS THAN WRK-KEY                             -- ...
088900         INVALID KEY SET WS-WRK-EOF TO TRUE                       -- No readings on file
089000     END-START.                                                   -- End of start
089100 findRefStation.                                                  -- Subroutine to look a station up on the master
089200     MOVE "N" TO WS-STA-SWITCH                                    -- Not found until the read hits
089300     MOVE WS-CUR-STATION TO STA-STATION-ID                        -- Read the station by its id
089400     READ STATS-STATION-FILE                                      -- ...
089500         KEY IS STA-STATION-ID                                    -- ...
089600         INVALID KEY CONTINUE                                     -- No such station on the master
089700         NOT INVALID KEY SET WS-STATION-FOUND TO TRUE             -- Its record is in the buffer
089800     END-READ.                                                    -- End of read
089900 computeAllStatistics.                                            -- Subroutine to compute every figure
090000     SORT STATS-SORT-FILE                                         -- Bring each group's readings
090100         ON ASCENDING KEY SRT-STATION-ID SRT-READING-TYPE         -- ...together in value order -
090200             SRT-VALUE SRT-RECORD-NUMBER                          -- ...equal values in arrival order
090300         INPUT PROCEDURE IS releaseReadings                       -- ...
090400         GIVING STATS-SORTED-FILE                                 -- ...
090500     PERFORM countGroups                                          -- Size each group for its median
090600     MOVE 0 TO WS-TYPE-COUNT                                      -- No reading types registered yet
090700     OPEN INPUT STATS-GROUP-FILE                                  -- Figure the groups one at a time,
090800     IF WS-GROUP-STATUS NOT = "00"                                -- The work file will not open
090900         DISPLAY "STATSGRP OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
091000             WS-GROUP-STATUS                                      -- ...
091100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
091200         STOP RUN                                                 -- ...rather than figure from nothing
091300     END-IF                                                       -- End of open-check
091400     OPEN INPUT STATS-SORTED-FILE                                 -- ...reading both files in step
091500     IF WS-SORTED-STATUS NOT = "00"                               -- The work file will not open
091600         DISPLAY "STATSSRT OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
091700             WS-SORTED-STATUS                                     -- ...
091800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
091900         STOP RUN                                                 -- ...rather than figure from nothing
092000     END-IF                                                       -- End of open-check
092100     OPEN OUTPUT STATS-RESULT-FILE                                -- Station figures go to the results file
092200     IF WS-RESULT-STATUS NOT = "00"                               -- The work file will not open
092300         DISPLAY "STATSRES OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
092400             WS-RESULT-STATUS                                     -- ...
092500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
092600         STOP RUN                                                 -- ...rather than figure from nothing
092700     END-IF                                                       -- End of open-check
092800     MOVE "N" TO WS-GRP-EOF-SWITCH                                -- Reset the local end-of-file switches
092900     MOVE "N" TO WS-SRT-EOF-SWITCH                                -- ...
093000     PERFORM UNTIL WS-GRP-EOF                                     -- One pass per group
093100         READ STATS-GROUP-FILE                                    -- Read the next group
093200             AT END SET WS-GRP-EOF TO TRUE                        -- Flag end of file
093300             NOT AT END                                           -- A group was read
093400                 PERFORM computeStatistics                        -- Compute the group's figures
093500                 PERFORM saveGroupResults                         -- ...and file them
093600         END-READ                                                 -- End of read
093700     END-PERFORM                                                  -- End of group loop
093800     CLOSE STATS-GROUP-FILE                                       -- ...
093900     CLOSE STATS-SORTED-FILE                                      -- ...
094000     CLOSE STATS-RESULT-FILE                                      -- ...
094100     SORT STATS-RESULT-SORT-FILE                                  -- Station blocks are listed in the
094200         ON ASCENDING KEY RSS-FIRST-RECNO                         -- ...order the stations first
094300         USING STATS-RESULT-FILE                                  -- ...reported, not id order
094400         GIVING STATS-RESULT-FILE                                 -- ...
094500     IF WS-TYPE-COUNT = 2                                         -- Types too, in the order each
094600         AND WS-TOT-FIRST(1) > WS-TOT-FIRST(2)                    -- ...first arrived
094700         MOVE WS-TOT-ENTRY(1) TO WS-TOT-HOLD                      -- ...
094800         MOVE WS-TOT-ENTRY(2) TO WS-TOT-ENTRY(1)                  -- ...
094900         MOVE WS-TOT-HOLD TO WS-TOT-ENTRY(2)                      -- ...
095000     END-IF                                                       -- End of type-order check
095100     MOVE WS-BAT-SMALLEST TO smallest                             -- The whole-batch figures - every
095200     MOVE WS-BAT-LARGEST TO largest                               -- ...station and every type - so
095300     MOVE WS-BAT-MODE TO mode_value                               -- ...the audit log keeps its meaning
095400     MOVE WS-BAT-MEAN TO mean_value                               -- ...
095500     MOVE WS-BAT-MEDIAN TO median_value                           -- ...
095600     MOVE WS-BAT-STDDEV TO std_dev.                               -- ...
095700 releaseReadings.                                                 -- Subroutine to feed the readings to the sort
095800     PERFORM startWorkFile                                        -- From the first reading on file
095900     PERFORM UNTIL WS-WRK-EOF                                     -- Loop over the batch's readings
096000         READ STATS-WORK-FILE NEXT RECORD                         -- Read the next reading
096100             AT END SET WS-WRK-EOF TO TRUE                        -- Flag end of file
096200             NOT AT END                                           -- A reading was read
096300                 MOVE SPACES TO STATS-SORT-RECORD                 -- Clear the sort record
096400                 MOVE WRK-STATION-ID TO SRT-STATION-ID            -- Once for its own station
096500                 MOVE WRK-READING-TYPE TO SRT-READING-TYPE        -- ...and type
096600                 MOVE WRK-VALUE TO SRT-VALUE                      -- ...
096700                 MOVE WRK-RECORD-NUMBER TO SRT-RECORD-NUMBER      -- ...
096800                 MOVE WRK-SEQUENCE TO SRT-SEQUENCE                -- ...
096900                 RELEASE STATS-SORT-RECORD                        -- ...
097000                 MOVE "*ALL" TO SRT-STATION-ID                    -- Again for its type's batch
097100                 RELEASE STATS-SORT-RECORD                        -- ...totals
097200                 MOVE "*" TO SRT-READING-TYPE                     -- ...and again for the whole
097300                 RELEASE STATS-SORT-RECORD                        -- ...batch
097400         END-READ                                                 -- End of read
097500     END-PERFORM.                                                 -- End of loop
097600 countGroups.                                                     -- Subroutine to count the sorted groups
097700     OPEN INPUT STATS-SORTED-FILE                                 -- One pass over the sorted readings
097800     IF WS-SORTED-STATUS NOT = "00"                               -- The work file will not open
097900         DISPLAY "STATSSRT OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
098000             WS-SORTED-STATUS                                     -- ...
098100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
098200         STOP RUN                                                 -- ...rather than figure from nothing
098300     END-IF                                                       -- End of open-check
098400     OPEN OUTPUT STATS-GROUP-FILE                                 -- ...writing one line per group
098500     IF WS-GROUP-STATUS NOT = "00"                                -- The work file will not open
098600         DISPLAY "STATSGRP OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
098700             WS-GROUP-STATUS                                      -- ...
098800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
098900         STOP RUN                                                 -- ...rather than figure from nothing
099000     END-IF                                                       -- End of open-check
099100     MOVE "N" TO WS-SRT-EOF-SWITCH                                -- Reset the local end-of-file switch
099200     MOVE 0 TO WS-GRP-COUNT                                       -- No group open yet
099300     PERFORM UNTIL WS-SRT-EOF                                     -- Loop over the sorted readings
099400         READ STATS-SORTED-FILE                                   -- Read the next reading
099500             AT END SET WS-SRT-EOF TO TRUE                        -- Flag end of file
099600             NOT AT END                                           -- A reading was read
099700                 IF WS-GRP-COUNT = 0                              -- The first group starts here...
099800                     OR SSR-STATION-ID NOT = WS-GRP-STATION       -- ...or a control break
099900                     OR SSR-READING-TYPE NOT = WS-GRP-TYPE        -- ...on station or type
100000                     IF WS-GRP-COUNT > 0                          -- Close out the group before
100100                         PERFORM writeGroupRecord                 -- ...
100200                     END-IF                                       -- End of prior-group check
100300                     MOVE SSR-STATION-ID TO WS-GRP-STATION        -- Open the new group
100400                     MOVE SSR-READING-TYPE TO WS-GRP-TYPE         -- ...
100500                     MOVE 0 TO WS-GRP-COUNT                       -- ...
100600                     MOVE SSR-RECORD-NUMBER TO WS-GRP-FIRST       -- ...
100700                 END-IF                                           -- End of control-break check
100800                 ADD 1 TO WS-GRP-COUNT                            -- Count the reading in
100900                 IF SSR-RECORD-NUMBER < WS-GRP-FIRST              -- ...and note the group's
101000                     MOVE SSR-RECORD-NUMBER TO WS-GRP-FIRST       -- ...earliest arrival
101100                 END-IF                                           -- End of earliest check
101200         END-READ                                                 -- End of read
101300     END-PERFORM                                                  -- End of loop
101400     IF WS-GRP-COUNT > 0                                          -- Close out the last group
101500         PERFORM writeGroupRecord                                 -- ...
101600     END-IF                                                       -- End of last-group check
101700     CLOSE STATS-SORTED-FILE                                      -- ...
101800     CLOSE STATS-GROUP-FILE.                                      -- ...
101900 writeGroupRecord.                                                -- Subroutine to write one group's count
102000     MOVE WS-GRP-STATION TO GRP-STATION-ID                        -- Which group
102100     MOVE WS-GRP-TYPE TO GRP-READING-TYPE                         -- ...
102200     MOVE WS-GRP-COUNT TO GRP-COUNT                               -- ...how many readings
102300     MOVE WS-GRP-FIRST TO GRP-FIRST-RECNO                         -- ...and its earliest arrival
102400     WRITE STATS-GROUP-RECORD.                                    -- Write the group line
102500 saveGroupResults.                                                -- Subroutine to file one group's figures
102600     IF NOT WS-CALC-ALL-STATIONS                                  -- A station's own figures go
102700         PERFORM saveStationResults                               -- ...to the results file
102800     ELSE                                                         -- Batch totals
102900     IF WS-CALC-ALL-TYPES                                         -- The whole batch's figures
103000         MOVE smallest TO WS-BAT-SMALLEST                         -- ...are held back for the
103100         MOVE largest TO WS-BAT-LARGEST                           -- ...audit log and console
103200         MOVE mode_value TO WS-BAT-MODE                           -- ...
103300         MOVE mean_value TO WS-BAT-MEAN                           -- ...
103400         MOVE median_value TO WS-BAT-MEDIAN                       -- ...
103500         MOVE std_dev TO WS-BAT-STDDEV                            -- ...
103600     ELSE                                                         -- One type's batch totals
103700         IF WS-TYPE-COUNT < WS-MAX-TYPES                          -- ...room to register the type
103800             ADD 1 TO WS-TYPE-COUNT                               -- Grow the type table
103900             MOVE WS-TYPE-COUNT TO WS-TOT-IDX                     -- ...
104000             PERFORM saveTypeResults                              -- File the type's totals
104100         END-IF                                                   -- End of room check
104200     END-IF                                                       -- End of every-type check
104300     END-IF.                                                      -- End of station check
104400 saveTypeResults.                                                 -- Subroutine to file one type's totals
104500     MOVE WS-CALC-TYPE TO WS-TOT-TYPE(WS-TOT-IDX)                 -- The type itself
104600     MOVE GRP-FIRST-RECNO TO WS-TOT-FIRST(WS-TOT-IDX)             -- ...and its earliest arrival
104700     MOVE calc_count TO WS-TOT-COUNT(WS-TOT-IDX)                  -- The type's reading count
104800     MOVE smallest TO WS-TOT-SMALLEST(WS-TOT-IDX)                 -- The type's smallest reading
104900     MOVE largest TO WS-TOT-LARGEST(WS-TOT-IDX)                   -- The type's largest reading
105000     MOVE mode_value TO WS-TOT-MODE(WS-TOT-IDX)                   -- The type's mode
105100     MOVE mean_value TO WS-TOT-MEAN(WS-TOT-IDX)                   -- The type's mean
105200     MOVE median_value TO WS-TOT-MEDIAN(WS-TOT-IDX)               -- The type's median
105300     MOVE std_dev TO WS-TOT-STDDEV(WS-TOT-IDX)                    -- The type's standard deviation
105400     PERFORM VARYING j FROM 1 BY 1 UNTIL j > 10                   -- File the type's histogram
105500         MOVE WS-HIST-COUNT(j) TO WS-TOT-HIST(WS-TOT-IDX, j)      -- ...
105600     END-PERFORM.                                                 -- End of histogram loop
105700 saveStationResults.                                              -- Subroutine to file one station's figures
105800     MOVE GRP-FIRST-RECNO TO RES-FIRST-RECNO                      -- When the station first reported
105900     MOVE WS-CALC-STATION TO RES-STATION-ID                       -- The station
106000     MOVE WS-CALC-TYPE TO RES-READING-TYPE                        -- ...and reading type
106100     MOVE calc_count TO RES-COUNT                                 -- The station's reading count
106200     MOVE smallest TO RES-SMALLEST                                -- The station's smallest reading
106300     MOVE largest TO RES-LARGEST                                  -- The station's largest reading
106400     MOVE mode_value TO RES-MODE                                  -- The station's mode
106500     MOVE mean_value TO RES-MEAN                                  -- The station's mean
106600     MOVE median_value TO RES-MEDIAN                              -- The station's median
106700     MOVE std_dev TO RES-STDDEV                                   -- The station's standard deviation
106800     PERFORM VARYING j FROM 1 BY 1 UNTIL j > 10                   -- File the station's histogram
106900         MOVE WS-HIST-COUNT(j) TO RES-HIST(j)                     -- ...
107000     END-PERFORM                                                  -- End of histogram loop
107100     WRITE STATS-RESULT-RECORD.                                   -- Write the station's figures
107200 setTypeRange.                                                    -- Subroutine to pick one type's range
107300     IF WS-CUR-TYPE = "F"                                         -- A flow reading is bounded by the
107400         MOVE WS-FLOW-LOW TO WS-CUR-LOW                           -- ...card's flow range
107500         MOVE WS-FLOW-HIGH TO WS-CUR-HIGH                         -- ...
107600     ELSE                                                         -- A level reading is bounded by
107700         MOVE WS-RANGE-LOW TO WS-CUR-LOW                          -- ...the card's level range
107800         MOVE WS-RANGE-HIGH TO WS-CUR-HIGH                        -- ...
107900     END-IF.                                                      -- End of type check
108000 setTypeName.                                                     -- Subroutine to name one type in words
108100     IF WS-CUR-TYPE = "F"                                         -- The report spells the type out
108200         MOVE "FLOW" TO WS-TYPE-NAME                              -- ...
108300     ELSE                                                         -- ...
108400         MOVE "LEVEL" TO WS-TYPE-NAME                             -- ...
108500     END-IF.                                                      -- End of type check
108600 computeStatistics.                                               -- Subroutine to compute one group's figures
108700     MOVE GRP-STATION-ID TO WS-CALC-STATION                       -- The station, or "*ALL"
108800     MOVE GRP-READING-TYPE TO WS-CALC-TYPE                        -- ...and the type, or "*"
108900     MOVE GRP-COUNT TO calc_count                                 -- Readings in the group
109000     MOVE 0 TO WS-TOTAL                                           -- Initialize running total
109100     MOVE 0 TO WS-SUM-SQ                                          -- ...and sum of squares
109200     MOVE 0 TO max_count                                          -- No mode found yet
109300     MOVE 0 TO mode_value                                         -- ...
109400     MOVE 0 TO WS-MODE-FIRST                                      -- ...
109500     MOVE 0 TO WS-RUN-COUNT                                       -- No run of equal readings yet
109600     COMPUTE WS-MID = calc_count / 2                              -- Integer division truncates down
109700     IF NOT WS-CALC-ALL-TYPES                                     -- A histogram only means something
109800         PERFORM clearHistogram                                   -- ...inside one type's value range
109900     END-IF                                                       -- End of type-pass check
110000     PERFORM VARYING WS-GROUP-POS FROM 1 BY 1                     -- The group's readings follow
110100         UNTIL WS-GROUP-POS > calc_count OR WS-SRT-EOF            -- ...in ascending value order
110200         READ STATS-SORTED-FILE                                   -- Read the next reading
110300             AT END SET WS-SRT-EOF TO TRUE                        -- Shouldn't happen - it was counted
110400             NOT AT END PERFORM tallyReading                      -- Take the reading into the figures
110500         END-READ                                                 -- End of read
110600     END-PERFORM                                                  -- End of group loop
110700     PERFORM findMode                                             -- The last run may hold the mode
110800     PERFORM findMean                                             -- Call subroutine to find the mean
110900     PERFORM findMedian                                           -- Call subroutine to find the median
111000     PERFORM findStdDev.                                          -- Call subroutine to find the std deviation
111100 tallyReading.                                                    -- Subroutine to take one reading in
111200     IF WS-GROUP-POS = 1                                          -- Sorted ascending, so the first
111300         MOVE SSR-VALUE TO smallest                               -- ...reading is the smallest
111400     END-IF                                                       -- End of if statement
111500     IF WS-GROUP-POS = calc_count                                 -- ...and the last the largest
111600         MOVE SSR-VALUE TO largest                                -- ...
111700     END-IF                                                       -- End of if statement
111800     IF WS-GROUP-POS = WS-MID                                     -- Keep the middle reading(s)
111900         MOVE SSR-VALUE TO WS-MID-LOW                             -- ...for findMedian
112000     END-IF                                                       -- End of if statement
112100     IF WS-GROUP-POS = WS-MID + 1                                 -- ...
112200         MOVE SSR-VALUE TO WS-MID-HIGH                            -- ...
112300     END-IF                                                       -- End of if statement
112400     ADD SSR-VALUE TO WS-TOTAL                                    -- Accumulate the readings
112500     COMPUTE WS-SUM-SQ =                                          -- ...and their squares
112600         WS-SUM-SQ + (SSR-VALUE * SSR-VALUE)                      -- ...
112700     IF WS-RUN-COUNT > 0 AND SSR-VALUE = WS-RUN-VALUE             -- Equal readings sort together -
112800         ADD 1 TO WS-RUN-COUNT                                    -- ...the run goes on
112900     ELSE                                                         -- A new value starts a new run
113000         PERFORM findMode                                         -- ...after the last one is weighed
113100         MOVE SSR-VALUE TO WS-RUN-VALUE                           -- ...
113200         MOVE 1 TO WS-RUN-COUNT                                   -- ...
113300         MOVE SSR-RECORD-NUMBER TO WS-RUN-FIRST                   -- Its first reading came earliest
113400     END-IF                                                       -- End of run check
113500     IF NOT WS-CALC-ALL-TYPES                                     -- Tally the reading's histogram band
113600         PERFORM buildHistogram                                   -- ...
113700     END-IF.                                                      -- End of type-pass check
113800 findMode.                                                        -- Subroutine to weigh one run for the mode
113900     IF WS-RUN-COUNT > max_count                                  -- A longer run than any so far,
114000         OR (WS-RUN-COUNT = max_count                             -- ...or as long as the best and
114100         AND WS-RUN-FIRST < WS-MODE-FIRST)                        -- ...its value arrived first
114200         MOVE WS-RUN-COUNT TO max_count                           -- ...then update max_count...
114300         MOVE WS-RUN-VALUE TO mode_value                          -- ...and update mode_value
114400         MOVE WS-RUN-FIRST TO WS-MODE-FIRST                       -- ...
114500     END-IF.                                                      -- End of if statement
114600 clearHistogram.                                                  -- Subroutine to clear the band tallies
114700     MOVE WS-CALC-TYPE TO WS-CUR-TYPE                             -- The bands cover the valid range
114800     PERFORM setTypeRange                                         -- ...of the pass's own type
114900     COMPUTE WS-BAND-WIDTH =                                      -- Split the valid range into equal
115000         (WS-CUR-HIGH - WS-CUR-LOW + .01) / WS-HIST-BANDS         -- ...bands covering it end to end
115100     PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-HIST-BANDS        -- Clear every band's tally
115200         MOVE 0 TO WS-HIST-COUNT(i)                               -- ...
115300     END-PERFORM.                                                 -- End of clearing loop
115400 buildHistogram.                                                  -- Subroutine to tally one reading by band
115500     COMPUTE WS-BAND-IDX =                                        -- Which band the reading falls in -
115600         (SSR-VALUE - WS-CUR-LOW) / WS-BAND-WIDTH + 1             -- ...the divide truncates down
115700     IF WS-BAND-IDX > WS-HIST-BANDS                               -- Guard the top edge of the range
115800         MOVE WS-HIST-BANDS TO WS-BAND-IDX                        -- ...
115900     END-IF                                                       -- End of edge check
116000     ADD 1 TO WS-HIST-COUNT(WS-BAND-IDX).                         -- Tally the reading in its band
116100 setBandBounds.                                                   -- Subroutine to bound histogram band i
116200     SUBTRACT 1 FROM i GIVING WS-BAND-IDX                         -- Bands below this one
116300     COMPUTE WS-BAND-LOW =                                        -- The band's inclusive lower bound
116400         WS-CUR-LOW + (WS-BAND-IDX * WS-BAND-WIDTH)               -- ...in the type's own range
116500     COMPUTE WS-BAND-HIGH =                                       -- The band's inclusive upper bound
116600         WS-BAND-LOW + WS-BAND-WIDTH - .01.                       -- ...
116700 findMean.                                                        -- Subroutine to find the mean
116800     COMPUTE mean_value ROUNDED = WS-TOTAL / calc_count.          -- Average the readings
116900 findMedian.                                                      -- Subroutine to find the median
117000     IF FUNCTION MOD(calc_count, 2) = 0                           -- Even count has two middle values
117100         COMPUTE median_value ROUNDED =                           -- Average the two middle values
117200             (WS-MID-LOW + WS-MID-HIGH) / 2                       -- ...
117300     ELSE                                                         -- Odd count has a single middle value
117400         MOVE WS-MID-HIGH TO median_value                         -- Take it directly
117500     END-IF.                                                      -- End of if statement
117600 findStdDev.                                                      -- Subroutine to find the standard deviation
117700     COMPUTE WS-SUM-SQ-DEV =                                      -- Sum of squared deviations from the
117800         WS-SUM-SQ - (2 * mean_value * WS-TOTAL)                  -- ...mean, expanded so one pass
117900         + (calc_count * mean_value * mean_value)                 -- ...over the readings will do
118000     COMPUTE std_dev ROUNDED =                                    -- Population standard deviation
118100         FUNCTION SQRT(WS-SUM-SQ-DEV / calc_count).               -- ...
118200 writeBatchReport.                                                -- Subroutine to report one batch's figures
118300     MOVE WS-RUN-DATE TO WS-REPORT-DATE                           -- Run date comes from the batch header
118400     MOVE SPACES TO STATS-REPORT-HEADER-LINE                      -- Clear the header line
118500     MOVE "RUN DATE: " TO RPT-DATE-LABEL                          -- Label the run date
118600     MOVE WS-REPORT-DATE TO RPT-RUN-DATE                          -- Set the header's run date
118700     MOVE "BATCH ID: " TO RPT-BATCH-LABEL                         -- Label the batch id
118800     MOVE WS-BATCH-ID TO RPT-BATCH-ID                             -- Set the header's batch id
118900     MOVE "PAGE: " TO RPT-PAGE-LABEL                              -- Label the page number
119000     MOVE WS-BATCH-COUNT TO RPT-PAGE-NO                           -- One page section per batch
119100     WRITE STATS-REPORT-HEADER-LINE                               -- Write the date/page header
119200     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
119300     IF NOT WS-BATCH-BALANCED                                     -- A refused batch reports its balancing
119400         PERFORM writeBalanceSection                              -- ...figures instead of statistics
119500     ELSE                                                         -- The batch balanced
119600     IF record_count = 0                                          -- Every reading rejected, or header/trailer only
119700         MOVE "NO VALID READINGS" TO RPT-LABEL                    -- Nothing to report for today's batch
119800         WRITE STATS-REPORT-DETAIL-LINE                           -- Write the detail line
119900     ELSE                                                         -- At least one valid reading today
120000         PERFORM VARYING WS-TOT-IDX FROM 1 BY 1                   -- One batch-total block per reading
120100             UNTIL WS-TOT-IDX > WS-TYPE-COUNT                     -- ...type the batch carried, so
120200             PERFORM writeTypeBlock                               -- ...levels and flows read apart
120300         END-PERFORM                                              -- End of type loop
120400         MOVE SPACES TO STATS-REPORT-DETAIL-LINE                  -- Clear the detail line
120500         MOVE "READINGS OUT OF SEQUENCE" TO RPT-LABEL             -- Open the exception section with
120600         MOVE WS-OOSEQ-COUNT TO WS-RPT-COUNT                      -- ...the count, zero on clean days
120700         MOVE WS-RPT-COUNT TO RPT-VALUE                           -- ...
120800         WRITE STATS-REPORT-DETAIL-LINE                           -- Write the detail line
120900         PERFORM VARYING WS-OOSEQ-IDX FROM 1 BY 1                 -- One line per flagged reading
121000             UNTIL WS-OOSEQ-IDX > WS-OOSEQ-COUNT                  -- ...
121100             OR WS-OOSEQ-IDX > WS-MAX-OOSEQ                       -- ...up to the table's capacity
121200             PERFORM writeOoseqLine                               -- Write the exception's line
121300         END-PERFORM                                              -- End of exception loop
121400         OPEN INPUT STATS-RESULT-FILE                             -- One figures block per station/type
121500         IF WS-RESULT-STATUS NOT = "00"                           -- The work file will not open
121600             DISPLAY "STATSRES OPEN FAILED, STATUS="              -- Fail fast and diagnosably
121700                 WS-RESULT-STATUS                                 -- ...
121800             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
121900             STOP RUN                                             -- ...rather than figure from nothing
122000         END-IF                                                   -- End of open-check
122100         MOVE "N" TO WS-RES-EOF-SWITCH                            -- ...
122200         PERFORM UNTIL WS-RES-EOF                                 -- ...
122300             READ STATS-RESULT-FILE                               -- ...
122400                 AT END SET WS-RES-EOF TO TRUE                    -- ...
122500                 NOT AT END PERFORM writeStationBlock             -- Write the station's block
122600             END-READ                                             -- End of read
122700         END-PERFORM                                              -- End of station loop
122800         CLOSE STATS-RESULT-FILE                                  -- ...
122900         MOVE SPACES TO STATS-REPORT-DETAIL-LINE                  -- Breaches of the stations' own
123000         MOVE "LIMIT EXCEEDANCES" TO RPT-LABEL                    -- ...alarm points, one line each
123100         MOVE WS-EXCEED-COUNT TO WS-RPT-COUNT                     -- ...
123200         MOVE WS-RPT-COUNT TO RPT-VALUE                           -- ...
123300         WRITE STATS-REPORT-DETAIL-LINE                           -- ...
123400         OPEN INPUT STATS-EXCWORK-FILE                            -- ...as writeExceedances found them
123500         IF WS-EXCWORK-STATUS NOT = "00"                          -- The work file will not open
123600             DISPLAY "STATSEXW OPEN FAILED, STATUS="              -- Fail fast and diagnosably
123700                 WS-EXCWORK-STATUS                                -- ...
123800             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
123900             STOP RUN                                             -- ...rather than figure from nothing
124000         END-IF                                                   -- End of open-check
124100         MOVE "N" TO WS-EXW-EOF-SWITCH                            -- ...
124200         PERFORM UNTIL WS-EXW-EOF                                 -- ...
124300             READ STATS-EXCWORK-FILE                              -- ...
124400                 AT END SET WS-EXW-EOF TO TRUE                    -- ...
124500                 NOT AT END PERFORM writeExceedLine               -- ...
124600             END-READ                                             -- End of read
124700         END-PERFORM                                              -- ...
124800         CLOSE STATS-EXCWORK-FILE                                 -- ...
124900     END-IF                                                       -- End of record-count check
125000     END-IF                                                       -- End of balance check
125100     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
125200     MOVE "READINGS PROCESSED" TO RPT-LABEL                       -- Label the record count
125300     MOVE record_count TO WS-RPT-COUNT                            -- Edit it for the report
125400     MOVE WS-RPT-COUNT TO RPT-VALUE                               -- ...
125500     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
125600     MOVE SPACES TO STATS-REPORT-TRAILER-LINE                     -- Clear the trailer line
125700     MOVE "BATCH RECORD COUNT" TO RPT-TRL-LABEL                   -- Label the batch's own record count
125800     MOVE WS-EXPECTED-COUNT TO WS-RPT-COUNT                       -- Edit the expected count for the report
125900     MOVE WS-RPT-COUNT TO RPT-TRL-VALUE                           -- ...
126000     WRITE STATS-REPORT-TRAILER-LINE                              -- Write the expected-count trailer line
126100     MOVE SPACES TO STATS-REPORT-TRAILER-LINE                     -- Clear the trailer line
126200     MOVE "BATCH ACTUAL COUNT" TO RPT-TRL-LABEL                   -- Label the batch's actual count
126300     MOVE WS-TRAILER-COUNT TO WS-RPT-COUNT                        -- Edit the actual count for the report
126400     MOVE WS-RPT-COUNT TO RPT-TRL-VALUE                           -- ...
126500     WRITE STATS-REPORT-TRAILER-LINE.                             -- Write the actual-count trailer line
126600 writeDetailMaster.                                               -- Subroutine to land accepted readings
126700     IF WS-BATCH-BALANCED                                         -- Only a balanced batch's readings
126800*                                                                 -- ...are trusted enough to keep
126900         OPEN I-O STATS-DETAIL-FILE                               -- Maintain the readings master in place
127000         IF WS-DETAIL-STATUS NOT = "00"                           -- No readings master yet, first run
127100             OPEN OUTPUT STATS-DETAIL-FILE                        -- Create an empty one
127200             CLOSE STATS-DETAIL-FILE                              -- ...
127300             OPEN I-O STATS-DETAIL-FILE                           -- Reopen it for maintaining
127400         END-IF                                                   -- End of if statement
127500         IF WS-DETAIL-STATUS NOT = "00"                           -- Can't create/open the master
127600             DISPLAY "STATSDTL OPEN FAILED, STATUS="              -- Fail fast and diagnosably
127700                 WS-DETAIL-STATUS                                 -- ...
127800             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
127900             STOP RUN                                             -- ...figures must stay recomputable
128000         END-IF                                                   -- End of open-check
128100         PERFORM startWorkFile                                    -- One record per accepted reading
128200         PERFORM UNTIL WS-WRK-EOF                                 -- ...
128300             READ STATS-WORK-FILE NEXT RECORD                     -- ...
128400                 AT END SET WS-WRK-EOF TO TRUE                    -- ...
128500                 NOT AT END PERFORM writeDetailRecord             -- Land the reading under its key
128600             END-READ                                             -- End of read
128700         END-PERFORM                                              -- End of detail loop
128800         CLOSE STATS-DETAIL-FILE                                  -- Done with the readings master
128900     END-IF.                                                      -- End of balance check
129000 writeDetailRecord.                                               -- Subroutine to land one reading
129100     MOVE SPACES TO STATS-DETAIL-RECORD                           -- Clear the detail record
129200     MOVE WS-RUN-DATE TO DTL-RUN-DATE                             -- Build the reading's record key
129300     MOVE WS-BATCH-ID TO DTL-BATCH-ID                             -- ...
129400     MOVE WRK-STATION-ID TO DTL-STATION-ID                        -- ...
129500     MOVE WRK-READING-TYPE TO DTL-READING-TYPE                    -- ...
129600     MOVE WRK-SEQUENCE TO DTL-SEQUENCE                            -- ...
129700     MOVE WRK-VALUE TO DTL-VALUE                                  -- The reading itself
129800     MOVE WRK-RAW-VALUE TO DTL-RAW-VALUE                          -- ...and as the gauge sent it
129900     WRITE STATS-DETAIL-RECORD                                    -- Add the record under its key
130000         INVALID KEY                                              -- A rerun of the batch lands on
130100             REWRITE STATS-DETAIL-RECORD                          -- ...its own records - replace,
130200                 INVALID KEY CONTINUE                             -- ...never double them
130300             END-REWRITE                                          -- End of rewrite
130400     END-WRITE.                                                   -- End of write
130500 writeBatchSummary.                                               -- Subroutine to summarize one batch
130600     IF WS-BATCH-BALANCED                                         -- Only a balanced batch feeds the rollup -
130700                                                                  -- a refused one leaves the file empty
130800         PERFORM VARYING WS-TOT-IDX FROM 1 BY 1                   -- One batch-total line per reading
130900             UNTIL WS-TOT-IDX > WS-TYPE-COUNT                     -- ...type, so the rollup compares
131000             PERFORM writeTypeSummary                             -- ...like with like
131100         END-PERFORM                                              -- End of type loop
131200         IF record_count > 0                                      -- Then one line per station/type
131300             OPEN INPUT STATS-RESULT-FILE                         -- ...
131400             IF WS-RESULT-STATUS NOT = "00"                       -- The work file will not open
131500                 DISPLAY "STATSRES OPEN FAILED, STATUS="          -- Fail fast and diagnosably
131600                     WS-RESULT-STATUS                             -- ...
131700                 MOVE 12 TO RETURN-CODE                           -- Scheduler severity: hard failure
131800                 STOP RUN                                         -- ...rather than figure from nothing
131900             END-IF                                               -- End of open-check
132000             MOVE "N" TO WS-RES-EOF-SWITCH                        -- ...
132100             PERFORM UNTIL WS-RES-EOF                             -- ...
132200                 READ STATS-RESULT-FILE                           -- ...
132300                     AT END SET WS-RES-EOF TO TRUE                -- ...
132400                     NOT AT END PERFORM writeStationSummary       -- Write the station's line
132500                 END-READ                                         -- End of read
132600             END-PERFORM                                          -- End of station loop
132700             CLOSE STATS-RESULT-FILE                              -- ...
132800         END-IF                                                   -- End of record-count check
132900     END-IF.                                                      -- End of balance check
133000 writeTypeSummary.                                                -- Subroutine to write one type's line
133100     MOVE SPACES TO STATS-SUMMARY-RECORD                          -- Clear the summary record
133200     MOVE WS-RUN-DATE TO SUM-RUN-DATE                             -- Carry the batch's run date
133300     MOVE WS-BATCH-ID TO SUM-BATCH-ID                             -- Carry the batch's id
133400     MOVE "*ALL" TO SUM-STATION-ID                                -- Batch-total line leads the file
133500     MOVE WS-TOT-TYPE(WS-TOT-IDX) TO SUM-READING-TYPE             -- ...one per reading type
133600     MOVE WS-TOT-COUNT(WS-TOT-IDX) TO SUM-RECORD-COUNT            -- The type's readings processed
133700     MOVE WS-TOT-SMALLEST(WS-TOT-IDX) TO SUM-SMALLEST             -- The type's smallest reading
133800     MOVE WS-TOT-LARGEST(WS-TOT-IDX) TO SUM-LARGEST               -- The type's largest reading
133900     MOVE WS-TOT-MODE(WS-TOT-IDX) TO SUM-MODE                     -- The type's mode
134000     MOVE WS-TOT-MEAN(WS-TOT-IDX) TO SUM-MEAN                     -- The type's mean
134100     MOVE WS-TOT-MEDIAN(WS-TOT-IDX) TO SUM-MEDIAN                 -- The type's median
134200     MOVE WS-TOT-STDDEV(WS-TOT-IDX) TO SUM-STDDEV                 -- The type's standard deviation
134300     WRITE STATS-SUMMARY-RECORD.                                  -- Write the type's batch-total line
134400 writeAudit.                                                      -- Subroutine to append the per-run audit log
134500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time this run actually executed
134600     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
134700         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
134800         DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP                -- ...
134900     OPEN EXTEND STATS-AUDIT-FILE                                 -- Append to the running audit log
135000     IF WS-AUDIT-STATUS NOT = "00"                                -- No audit log yet, first run
135100         OPEN OUTPUT STATS-AUDIT-FILE                             -- Create an empty one
135200         CLOSE STATS-AUDIT-FILE                                   -- ...
135300         OPEN EXTEND STATS-AUDIT-FILE                             -- Reopen it for appending
135400     END-IF                                                       -- End of if statement
135500     MOVE SPACES TO STATS-AUDIT-RECORD                            -- Clear the audit record
135600     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP                     -- When this run actually executed
135700     MOVE WS-BATCH-ID TO AUD-BATCH-ID                             -- Which batch this run processed
135800     MOVE record_count TO AUD-RECORD-COUNT                        -- Readings processed this run
135900     MOVE smallest TO AUD-SMALLEST                                -- This run's smallest reading
136000     MOVE largest TO AUD-LARGEST                                  -- This run's largest reading
136100     MOVE mode_value TO AUD-MODE                                  -- This run's mode
136200     MOVE mean_value TO AUD-MEAN                                  -- This run's mean
136300     MOVE median_value TO AUD-MEDIAN                              -- This run's median
136400     IF WS-IS-RERUN                                               -- Flag a rerun unmistakably, so an
136500         MOVE "RERUN OF PRIOR BATCH" TO AUD-NOTE                  -- ...accidental double-run shows in
136600     ELSE                                                         -- ...the log it was checked against
136700         MOVE SPACES TO AUD-NOTE                                  -- A normal first run
136800     END-IF                                                       -- End of rerun check
136900     WRITE STATS-AUDIT-RECORD                                     -- Append the audit line
137000     CLOSE STATS-AUDIT-FILE.                                      -- Done until the next run
137100 writeTypeBlock.                                                  -- Subroutine to report one type's totals
137200     MOVE WS-TOT-TYPE(WS-TOT-IDX) TO WS-CUR-TYPE                  -- The block belongs to one type -
137300     PERFORM setTypeName                                          -- ...name it in words
137400     PERFORM setTypeRange                                         -- ...and band within its range
137500     COMPUTE WS-BAND-WIDTH =                                      -- Rebuild the band width the
137600         (WS-CUR-HIGH - WS-CUR-LOW + .01) / WS-HIST-BANDS         -- ...type's histogram was cut to
137700     MOVE SPACES TO STATS-REPORT-SECTION-LINE                     -- Clear the section line
137800     MOVE "STATION: " TO RPT-SEC-LABEL                            -- Batch totals ride under the
137900     MOVE "*ALL" TO RPT-SEC-STATION                               -- ...station id "*ALL"
138000     MOVE "BATCH TOTALS" TO RPT-SEC-NAME                          -- ...
138100     MOVE WS-TYPE-NAME TO RPT-SEC-TYPE                            -- ...for one reading type
138200     WRITE STATS-REPORT-SECTION-LINE                              -- Write the section line
138300     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
138400     MOVE "SMALLEST VALUE" TO RPT-LABEL                           -- Label the smallest value
138500     MOVE WS-TOT-SMALLEST(WS-TOT-IDX) TO WS-RPT-VAL               -- Edit it for the report
138600     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
138700     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
138800     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
138900     MOVE "LARGEST VALUE" TO RPT-LABEL                            -- Label the largest value
139000     MOVE WS-TOT-LARGEST(WS-TOT-IDX) TO WS-RPT-VAL                -- Edit it for the report
139100     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
139200     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
139300     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
139400     MOVE "MODE VALUE" TO RPT-LABEL                               -- Label the mode
139500     MOVE WS-TOT-MODE(WS-TOT-IDX) TO WS-RPT-VAL                   -- Edit it for the report
139600     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
139700     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
139800     PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-HIST-BANDS        -- Write a line for each band that occurred
139900         IF WS-TOT-HIST(WS-TOT-IDX, i) > 0                        -- Only bands actually seen today
140000             MOVE SPACES TO STATS-REPORT-HISTOGRAM-LINE           -- Clear the histogram line
140100             MOVE "READING BAND" TO HIST-LABEL                    -- Label the band columns
140200             PERFORM setBandBounds                                -- Work out the band's bounds
140300             MOVE WS-BAND-LOW TO HIST-BAND-LOW                    -- Edit the band's lower bound
140400             MOVE " - " TO HIST-BAND-SEP                          -- Separate the bounds
140500             MOVE WS-BAND-HIGH TO HIST-BAND-HIGH                  -- Edit the band's upper bound
140600             MOVE "COUNT:" TO HIST-COUNT-LABEL                    -- Label the count column
140700             MOVE WS-TOT-HIST(WS-TOT-IDX, i) TO HIST-COUNT        -- Edit its frequency for the report
140800             WRITE STATS-REPORT-HISTOGRAM-LINE                    -- Write the histogram line
140900         END-IF                                                   -- End of if statement
141000     END-PERFORM                                                  -- End of loop
141100     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
141200     MOVE "MEAN VALUE" TO RPT-LABEL                               -- Label the mean
141300     MOVE WS-TOT-MEAN(WS-TOT-IDX) TO WS-RPT-NUM                   -- Edit it for the report
141400     MOVE WS-RPT-NUM TO RPT-VALUE                                 -- ...
141500     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
141600     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
141700     MOVE "MEDIAN VALUE" TO RPT-LABEL                             -- Label the median
141800     MOVE WS-TOT-MEDIAN(WS-TOT-IDX) TO WS-RPT-NUM                 -- Edit it for the report
141900     MOVE WS-RPT-NUM TO RPT-VALUE                                 -- ...
142000     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
142100     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
142200     MOVE "STANDARD DEVIATION" TO RPT-LABEL                       -- Label the standard deviation
142300     MOVE WS-TOT-STDDEV(WS-TOT-IDX) TO WS-RPT-NUM                 -- Edit it for the report
142400     MOVE WS-RPT-NUM TO RPT-VALUE                                 -- ...
142500     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
142600     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
142700     MOVE "READINGS PROCESSED" TO RPT-LABEL                       -- Label the type's reading count
142800     MOVE WS-TOT-COUNT(WS-TOT-IDX) TO WS-RPT-COUNT                -- Edit it for the report
142900     MOVE WS-RPT-COUNT TO RPT-VALUE                               -- ...
143000     WRITE STATS-REPORT-DETAIL-LINE.                              -- Write the detail line
143100 writeStationBlock.                                               -- Subroutine to report one station's figures
143200     MOVE RES-READING-TYPE TO WS-CUR-TYPE                         -- The block belongs to one type -
143300     PERFORM setTypeName                                          -- ...name it in words
143400     PERFORM setTypeRange                                         -- ...and band within its range
143500     COMPUTE WS-BAND-WIDTH =                                      -- Rebuild the band width the
143600         (WS-CUR-HIGH - WS-CUR-LOW + .01) / WS-HIST-BANDS         -- ...type's histogram was cut to
143700     MOVE SPACES TO STATS-REPORT-SECTION-LINE                     -- Clear the section line
143800     MOVE "STATION: " TO RPT-SEC-LABEL                            -- Label the station section
143900     MOVE RES-STATION-ID TO RPT-SEC-STATION                       -- Name the station
144000     MOVE RES-STATION-ID TO WS-CUR-STATION                        -- Look its descriptive name up
144100     PERFORM findRefStation                                       -- ...on the master
144200     IF WS-STATION-FOUND                                          -- Every accepted reading passed the
144300*                                                                 -- ...master, so this always hits
144400         MOVE STA-NAME TO RPT-SEC-NAME                            -- ...print the name beside the id
144500     END-IF                                                       -- End of known-station check
144600     MOVE WS-TYPE-NAME TO RPT-SEC-TYPE                            -- Say which type the block covers
144700     WRITE STATS-REPORT-SECTION-LINE                              -- Write the section line
144800     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
144900     MOVE "SMALLEST VALUE" TO RPT-LABEL                           -- Label the smallest value
145000     MOVE RES-SMALLEST TO WS-RPT-VAL                              -- Edit it for the report
145100     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
145200     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
145300     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
145400     MOVE "LARGEST VALUE" TO RPT-LABEL                            -- Label the largest value
145500     MOVE RES-LARGEST TO WS-RPT-VAL                               -- Edit it for the report
145600     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
145700     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
145800     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
145900     MOVE "MODE VALUE" TO RPT-LABEL                               -- Label the mode
146000     MOVE RES-MODE TO WS-RPT-VAL                                  -- Edit it for the report
146100     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
146200     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
146300     PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-HIST-BANDS        -- Write a line for each band that occurred
146400         IF RES-HIST(i) > 0                                       -- Only bands the station actually sent
146500             MOVE SPACES TO STATS-REPORT-HISTOGRAM-LINE           -- Clear the histogram line
146600             MOVE "READING BAND" TO HIST-LABEL                    -- Label the band columns
146700             PERFORM setBandBounds                                -- Work out the band's bounds
146800             MOVE WS-BAND-LOW TO HIST-BAND-LOW                    -- Edit the band's lower bound
146900             MOVE " - " TO HIST-BAND-SEP                          -- Separate the bounds
147000             MOVE WS-BAND-HIGH TO HIST-BAND-HIGH                  -- Edit the band's upper bound
147100             MOVE "COUNT:" TO HIST-COUNT-LABEL                    -- Label the count column
147200             MOVE RES-HIST(i) TO HIST-COUNT                       -- Edit its frequency for the report
147300             WRITE STATS-REPORT-HISTOGRAM-LINE                    -- Write the histogram line
147400         END-IF                                                   -- End of if statement
147500     END-PERFORM                                                  -- End of loop
147600     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
147700     MOVE "MEAN VALUE" TO RPT-LABEL                               -- Label the mean
147800     MOVE RES-MEAN TO WS-RPT-NUM                                  -- Edit it for the report
147900     MOVE WS-RPT-NUM TO RPT-VALUE                                 -- ...
148000     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
148100     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
148200     MOVE "MEDIAN VALUE" TO RPT-LABEL                             -- Label the median
148300     MOVE RES-MEDIAN TO WS-RPT-NUM                                -- Edit it for the report
148400     MOVE WS-RPT-NUM TO RPT-VALUE                                 -- ...
148500     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
148600     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
148700     MOVE "STANDARD DEVIATION" TO RPT-LABEL                       -- Label the standard deviation
148800     MOVE RES-STDDEV TO WS-RPT-NUM                                -- Edit it for the report
148900     MOVE WS-RPT-NUM TO RPT-VALUE                                 -- ...
149000     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
149100     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
149200     MOVE "READINGS PROCESSED" TO RPT-LABEL                       -- Label the station's reading count
149300     MOVE RES-COUNT TO WS-RPT-COUNT                               -- Edit it for the report
149400     MOVE WS-RPT-COUNT TO RPT-VALUE                               -- ...
149500     WRITE STATS-REPORT-DETAIL-LINE.                              -- Write the detail line
149600 writeStationSummary.                                             -- Subroutine to write one station's line
149700     MOVE SPACES TO STATS-SUMMARY-RECORD                          -- Clear the summary record
149800     MOVE WS-RUN-DATE TO SUM-RUN-DATE                             -- Carry the batch's run date
149900     MOVE WS-BATCH-ID TO SUM-BATCH-ID                             -- Carry the batch's id
150000     MOVE RES-STATION-ID TO SUM-STATION-ID                        -- This line belongs to one station
150100     MOVE RES-READING-TYPE TO SUM-READING-TYPE                    -- ...and one reading type
150200     MOVE RES-COUNT TO SUM-RECORD-COUNT                           -- Station's readings processed
150300     MOVE RES-SMALLEST TO SUM-SMALLEST                            -- Station's smallest reading
150400     MOVE RES-LARGEST TO SUM-LARGEST                              -- Station's largest reading
150500     MOVE RES-MODE TO SUM-MODE                                    -- Station's mode
150600     MOVE RES-MEAN TO SUM-MEAN                                    -- Station's mean
150700     MOVE RES-MEDIAN TO SUM-MEDIAN                                -- Station's median
150800     MOVE RES-STDDEV TO SUM-STDDEV                                -- Station's standard deviation
150900     WRITE STATS-SUMMARY-RECORD.                                  -- Write the station's line
151000 writeOoseqLine.                                                  -- Subroutine to report one late sequence
151100     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
151200     MOVE "OUT OF SEQUENCE" TO RPT-LABEL                          -- Flag the late reading
151300     STRING WS-OOSEQ-STATION(WS-OOSEQ-IDX)                        -- ...naming its station, the
151400         WS-OOSEQ-SEQ(WS-OOSEQ-IDX) "<"                           -- ...sequence that was late and
151500         WS-OOSEQ-PRIOR(WS-OOSEQ-IDX)                             -- ...the mark it arrived behind -
151600         DELIMITED BY SIZE INTO RPT-VALUE                         -- ...4+5+1+5 fills the field exactly
151700     WRITE STATS-REPORT-DETAIL-LINE.                              -- Write the detail line
151800 balanceBatch.                                                    -- Subroutine to prove the batch's counts
151900     MOVE "Y" TO WS-BALANCE-SWITCH                                -- Assume in balance until a check fails
152000     COMPUTE WS-PROCESSED-TOTAL =                                 -- Every detail record must be accounted
152100         record_count + WS-REJECT-COUNT                           -- ...for as accepted or rejected
152200     IF WS-PROCESSED-TOTAL NOT = WS-TRAILER-COUNT                 -- Processed doesn't match the trailer
152300         MOVE "N" TO WS-BALANCE-SWITCH                            -- The batch is out of balance
152400     END-IF                                                       -- End of processed-count check
152500     IF WS-TRAILER-COUNT NOT = WS-EXPECTED-COUNT                  -- Trailer doesn't match the header
152600         MOVE "N" TO WS-BALANCE-SWITCH                            -- The batch is out of balance
152700     END-IF.                                                      -- End of expected-count check
152800 writeBalanceSection.                                             -- Subroutine to report a refused batch
152900     MOVE SPACES TO STATS-REPORT-TITLE-LINE                       -- Clear the title line
153000     MOVE "*** BATCH OUT OF BALANCE - BATCH REFUSED ***"          -- Flag the refusal unmistakably
153100         TO RPT-TITLE-TEXT                                        -- ...
153200     WRITE STATS-REPORT-TITLE-LINE                                -- Write the refusal line
153300     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
153400     MOVE "RECORDS ACCEPTED" TO RPT-LABEL                         -- Label the accepted count
153500     MOVE record_count TO WS-RPT-COUNT                            -- Edit it for the report
153600     MOVE WS-RPT-COUNT TO RPT-VALUE                               -- ...
153700     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
153800     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
153900     MOVE "RECORDS REJECTED" TO RPT-LABEL                         -- Label the rejected count
154000     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT                         -- Edit it for the report
154100     MOVE WS-RPT-COUNT TO RPT-VALUE                               -- ...
154200     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
154300     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
154400     MOVE "ACCEPTED PLUS REJECTED" TO RPT-LABEL                   -- Label the processed total
154500     MOVE WS-PROCESSED-TOTAL TO WS-RPT-COUNT                      -- Edit it for the report
154600     MOVE WS-RPT-COUNT TO RPT-VALUE                               -- ...
154700     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
154800     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
154900     MOVE "TRAILER ACTUAL COUNT" TO RPT-LABEL                     -- Label the trailer's count
155000     MOVE WS-TRAILER-COUNT TO WS-RPT-COUNT                        -- Edit it for the report
155100     MOVE WS-RPT-COUNT TO RPT-VALUE                               -- ...
155200     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
155300     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
155400     MOVE "HEADER EXPECTED COUNT" TO RPT-LABEL                    -- Label the header's count
155500     MOVE WS-EXPECTED-COUNT TO WS-RPT-COUNT                       -- Edit it for the report
155600     MOVE WS-RPT-COUNT TO RPT-VALUE                               -- ...
155700     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
155800     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
155900     MOVE "PROCESSED VS TRAILER DIFF" TO RPT-LABEL                -- Label the first difference
156000     COMPUTE WS-BALANCE-DIFF =                                    -- Processed minus the trailer's count
156100         WS-PROCESSED-TOTAL - WS-TRAILER-COUNT                    -- ...
156200     MOVE WS-BALANCE-DIFF TO WS-RPT-DIFF                          -- Edit it for the report
156300     MOVE WS-RPT-DIFF TO RPT-VALUE                                -- ...
156400     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
156500     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
156600     MOVE "TRAILER VS HEADER DIFF" TO RPT-LABEL                   -- Label the second difference
156700     COMPUTE WS-BALANCE-DIFF =                                    -- The trailer's count minus the
156800         WS-TRAILER-COUNT - WS-EXPECTED-COUNT                     -- ...header's expected count
156900     MOVE WS-BALANCE-DIFF TO WS-RPT-DIFF                          -- Edit it for the report
157000     MOVE WS-RPT-DIFF TO RPT-VALUE                                -- ...
157100     WRITE STATS-REPORT-DETAIL-LINE.                              -- Write the detail line
157200 readControl.                                                     -- Subroutine to read the control card
157300     OPEN INPUT STATS-CONTROL-FILE                                -- The card is optional - without it
157400     IF WS-CONTROL-STATUS NOT = "00"                              -- ...the shipped defaults stand
157500         CONTINUE                                                 -- No card supplied this run
157600     ELSE                                                         -- There is a card file
157700         READ STATS-CONTROL-FILE                                  -- Read the one card
157800             AT END CONTINUE                                      -- An empty file, defaults again
157900             NOT AT END PERFORM applyControlCard                  -- Edit-check it and apply it
158000         END-READ                                                 -- End of read
158100         CLOSE STATS-CONTROL-FILE                                 -- Done with the card
158200     END-IF.                                                      -- End of card-exists check
158300 applyControlCard.                                                -- Subroutine to apply the card's limits
158400     IF FUNCTION TEST-NUMVAL(CTL-READING-CAP) NOT = 0             -- A cap that isn't a number
158500         DISPLAY "STATSCTL BAD READING CAP: " CTL-READING-CAP     -- Refuse the card loudly...
158600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
158700         STOP RUN                                                 -- ...rather than run on half of it
158800     END-IF                                                       -- End of cap-numeric check
158900     COMPUTE WS-PARSED-VALUE =                                    -- Bring the cap out to full width
159000         FUNCTION NUMVAL(CTL-READING-CAP)                         -- ...so an oversize one can't be
159100     IF WS-PARSED-VALUE < 0                                       -- ...silently truncated to fit -
159200*                                                                 -- ...zero means no cap at all
159300         DISPLAY "STATSCTL READING CAP OUT OF RANGE: "            -- Refuse the card loudly
159400             CTL-READING-CAP                                      -- ...
159500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
159600         STOP RUN                                                 -- ...
159700     END-IF                                                       -- End of cap-range check
159800     MOVE WS-PARSED-VALUE TO WS-MAX-READINGS                      -- The operator's cap, proven to fit
159900     IF FUNCTION TEST-NUMVAL(CTL-RANGE-LOW) NOT = 0               -- A range bound that isn't a number
160000         DISPLAY "STATSCTL BAD RANGE LOW: " CTL-RANGE-LOW         -- Refuse the card loudly
160100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
160200         STOP RUN                                                 -- ...
160300     END-IF                                                       -- End of low-bound check
160400     IF FUNCTION TEST-NUMVAL(CTL-RANGE-HIGH) NOT = 0              -- A range bound that isn't a number
160500         DISPLAY "STATSCTL BAD RANGE HIGH: " CTL-RANGE-HIGH       -- Refuse the card loudly
160600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
160700         STOP RUN                                                 -- ...
160800     END-IF                                                       -- End of high-bound check
160900     COMPUTE WS-PARSED-VALUE =                                    -- Bring each bound out to full width
161000         FUNCTION NUMVAL(CTL-RANGE-LOW)                           -- ...so an oversize one can't be
161100     IF WS-PARSED-VALUE < 0 OR WS-PARSED-VALUE > 999.99           -- ...silently truncated to fit
161200         DISPLAY "STATSCTL RANGE LOW OUT OF RANGE: "              -- Refuse the card loudly
161300             CTL-RANGE-LOW                                        -- ...
161400         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
161500         STOP RUN                                                 -- ...
161600     END-IF                                                       -- End of low-bound range check
161700     MOVE WS-PARSED-VALUE TO WS-RANGE-LOW                         -- The bound, proven to fit
161800     COMPUTE WS-PARSED-VALUE =                                    -- Same full-width treatment for
161900         FUNCTION NUMVAL(CTL-RANGE-HIGH)                          -- ...the upper bound
162000     IF WS-PARSED-VALUE < 0 OR WS-PARSED-VALUE > 999.99           -- Out of the fields' reach
162100         DISPLAY "STATSCTL RANGE HIGH OUT OF RANGE: "             -- Refuse the card loudly
162200             CTL-RANGE-HIGH                                       -- ...
162300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
162400         STOP RUN                                                 -- ...
162500     END-IF                                                       -- End of high-bound range check
162600     MOVE WS-PARSED-VALUE TO WS-RANGE-HIGH                        -- The bound, proven to fit
162700     IF WS-RANGE-LOW NOT < WS-RANGE-HIGH                          -- An empty or backwards range
162800         DISPLAY "STATSCTL RANGE BACKWARDS"                       -- Refuse the card loudly
162900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
163000         STOP RUN                                                 -- ...
163100     END-IF                                                       -- End of range-order check
163200     COMPUTE WS-PARSED-VALUE =                                    -- A range narrower than the bands
163300         WS-RANGE-HIGH - WS-RANGE-LOW + .01                       -- ...can resolve would truncate
163400     IF WS-PARSED-VALUE < .10                                     -- ...the band width to zero and
163500         DISPLAY "STATSCTL RANGE TOO NARROW"                      -- ...divide by it - refuse the card
163600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
163700         STOP RUN                                                 -- ...
163800     END-IF                                                       -- End of range-width check
163900     IF CTL-FLOW-LOW = SPACES AND CTL-FLOW-HIGH = SPACES          -- A card cut before the flow
164000         CONTINUE                                                 -- ...stations keeps the defaults
164100     ELSE                                                         -- The card carries a flow range
164200         PERFORM applyFlowRange                                   -- Edit-check it and apply it
164300     END-IF.                                                      -- End of flow-range check
164400 applyFlowRange.                                                  -- Subroutine to apply the flow range
164500     IF FUNCTION TEST-NUMVAL(CTL-FLOW-LOW) NOT = 0                -- A flow bound that isn't a number
164600         DISPLAY "STATSCTL BAD FLOW LOW: " CTL-FLOW-LOW           -- Refuse the card loudly
164700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
164800         STOP RUN                                                 -- ...
164900     END-IF                                                       -- End of low-bound check
165000     IF FUNCTION TEST-NUMVAL(CTL-FLOW-HIGH) NOT = 0               -- A flow bound that isn't a number
165100         DISPLAY "STATSCTL BAD FLOW HIGH: " CTL-FLOW-HIGH         -- Refuse the card loudly
165200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
165300         STOP RUN                                                 -- ...
165400     END-IF                                                       -- End of high-bound check
165500     COMPUTE WS-PARSED-VALUE =                                    -- Bring each bound out to full width
165600         FUNCTION NUMVAL(CTL-FLOW-LOW)                            -- ...so an oversize one can't be
165700     IF WS-PARSED-VALUE < 0 OR WS-PARSED-VALUE > 999.99           -- ...silently truncated to fit
165800         DISPLAY "STATSCTL FLOW LOW OUT OF RANGE: "               -- Refuse the card loudly
165900             CTL-FLOW-LOW                                         -- ...
166000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
166100         STOP RUN                                                 -- ...
166200     END-IF                                                       -- End of low-bound range check
166300     MOVE WS-PARSED-VALUE TO WS-FLOW-LOW                          -- The bound, proven to fit
166400     COMPUTE WS-PARSED-VALUE =                                    -- Same full-width treatment for
166500         FUNCTION NUMVAL(CTL-FLOW-HIGH)                           -- ...the upper bound
166600     IF WS-PARSED-VALUE < 0 OR WS-PARSED-VALUE > 999.99           -- Out of the fields' reach
166700         DISPLAY "STATSCTL FLOW HIGH OUT OF RANGE: "              -- Refuse the card loudly
166800             CTL-FLOW-HIGH                                        -- ...
166900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
167000         STOP RUN                                                 -- ...
167100     END-IF                                                       -- End of high-bound range check
167200     MOVE WS-PARSED-VALUE TO WS-FLOW-HIGH                         -- The bound, proven to fit
167300     IF WS-FLOW-LOW NOT < WS-FLOW-HIGH                            -- An empty or backwards range
167400         DISPLAY "STATSCTL FLOW RANGE BACKWARDS"                  -- Refuse the card loudly
167500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
167600         STOP RUN                                                 -- ...
167700     END-IF                                                       -- End of range-order check
167800     COMPUTE WS-PARSED-VALUE =                                    -- A range narrower than the bands
167900         WS-FLOW-HIGH - WS-FLOW-LOW + .01                         -- ...can resolve would truncate
168000     IF WS-PARSED-VALUE < .10                                     -- ...the band width to zero and
168100         DISPLAY "STATSCTL FLOW RANGE TOO NARROW"                 -- ...divide by it - refuse the card
168200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
168300         STOP RUN                                                 -- ...
168400     END-IF.                                                      -- End of range-width check
168500 writeControlEcho.                                                -- Subroutine to echo the run's limits
168600     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
168700     MOVE "READING CAP" TO RPT-LABEL                              -- Echo the cap the run honored
168800     IF WS-MAX-READINGS = 0                                       -- ...
168900         MOVE "NONE" TO RPT-VALUE                                 -- ...
169000     ELSE                                                         -- ...
169100         MOVE WS-MAX-READINGS TO WS-RPT-COUNT                     -- Edit it for the report
169200         MOVE WS-RPT-COUNT TO RPT-VALUE                           -- ...
169300     END-IF                                                       -- End of no-cap check
169400     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
169500     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
169600     MOVE "VALID RANGE LOW" TO RPT-LABEL                          -- Echo the range the run honored
169700     MOVE WS-RANGE-LOW TO WS-RPT-VAL                              -- Edit it for the report
169800     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
169900     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
170000     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
170100     MOVE "VALID RANGE HIGH" TO RPT-LABEL                         -- ...
170200     MOVE WS-RANGE-HIGH TO WS-RPT-VAL                             -- Edit it for the report
170300     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
170400     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
170500     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
170600     MOVE "FLOW RANGE LOW" TO RPT-LABEL                           -- Echo the flow range the run
170700     MOVE WS-FLOW-LOW TO WS-RPT-VAL                               -- ...honored, beside the level one
170800     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
170900     WRITE STATS-REPORT-DETAIL-LINE                               -- Write the detail line
171000     MOVE SPACES TO STATS-REPORT-DETAIL-LINE                      -- Clear the detail line
171100     MOVE "FLOW RANGE HIGH" TO RPT-LABEL                          -- ...
171200     MOVE WS-FLOW-HIGH TO WS-RPT-VAL                              -- Edit it for the report
171300     MOVE WS-RPT-VAL TO RPT-VALUE                                 -- ...
171400     WRITE STATS-REPORT-DETAIL-LINE.                              -- Write the detail line
171500 openStations.                                                    -- Subroutine to open the station master
171600     OPEN INPUT STATS-STATION-FILE                                -- The reference master every incoming
171700*                                                                 -- ...station id is checked against, by key
171800     IF WS-STATION-STATUS NOT = "00"                              -- No master to validate against
171900         DISPLAY "STATSSTA OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
172000             WS-STATION-STATUS                                    -- ...
172100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
172200         STOP RUN                                                 -- ...rather than accept any id at all
172300     END-IF.                                                      -- End of open-check
172400 writeExceedances.                                                -- Subroutine to log the batch's alarm-limit breaches
172500     IF WS-BATCH-BALANCED AND record_count > 0                    -- A refused batch will be resent -
172600*                                                                 -- ...its breaches are logged then
172700         SORT STATS-SORT-FILE                                     -- Test every reading against its
172800             ON ASCENDING KEY SRT-RECORD-NUMBER                   -- ...station's limits, breaches
172900             INPUT PROCEDURE IS releaseExceedances                -- ...in arrival order
173000             GIVING STATS-EXCWORK-FILE                            -- ...
173100         OPEN INPUT STATS-EXCWORK-FILE                            -- ...
173200         IF WS-EXCWORK-STATUS NOT = "00"                          -- The work file will not open
173300             DISPLAY "STATSEXW OPEN FAILED, STATUS="              -- Fail fast and diagnosably
173400                 WS-EXCWORK-STATUS                                -- ...
173500             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
173600             STOP RUN                                             -- ...rather than figure from nothing
173700         END-IF                                                   -- End of open-check
173800         MOVE "N" TO WS-EXW-EOF-SWITCH                            -- ...
173900         PERFORM UNTIL WS-EXW-EOF                                 -- ...
174000             READ STATS-EXCWORK-FILE                              -- ...
174100                 AT END SET WS-EXW-EOF TO TRUE                    -- ...
174200                 NOT AT END                                       -- ...
174300                     ADD 1 TO WS-EXCEED-COUNT                     -- ...
174400                     PERFORM writeExceedRecord                    -- ...
174500             END-READ                                             -- End of read
174600         END-PERFORM                                              -- ...
174700         CLOSE STATS-EXCWORK-FILE                                 -- ...
174800     END-IF.                                                      -- End of balance check
174900 releaseExceedances.                                              -- Subroutine to feed the breaches to the sort
175000     MOVE SPACES TO WS-EXC-STATION                                -- No station's limits in hand yet
175100     PERFORM startWorkFile                                        -- From the first reading on file
175200     PERFORM UNTIL WS-WRK-EOF                                     -- Loop over the batch's readings
175300         READ STATS-WORK-FILE NEXT RECORD                         -- Read the next reading
175400             AT END SET WS-WRK-EOF TO TRUE                        -- Flag end of file
175500             NOT AT END                                           -- A reading was read
175600                 PERFORM checkAlarmLimits                         -- ...
175700                 IF WS-IS-EXCEEDANCE                              -- ...
175800                     MOVE SPACES TO STATS-SORT-RECORD             -- ...
175900                     MOVE WRK-STATION-ID TO SRT-STATION-ID        -- ...
176000                     MOVE WRK-READING-TYPE TO SRT-READING-TYPE    -- ...
176100                     MOVE WRK-VALUE TO SRT-VALUE                  -- ...
176200                     MOVE WRK-RECORD-NUMBER TO SRT-RECORD-NUMBER  -- ...
176300                     MOVE WRK-SEQUENCE TO SRT-SEQUENCE            -- ...
176400                     MOVE WS-EXC-SIDE TO SRT-LIMIT-SIDE           -- ...
176500                     MOVE WS-EXC-LIMIT TO SRT-LIMIT               -- ...
176600                     MOVE WS-EXC-EXCESS TO SRT-EXCESS             -- ...
176700                     RELEASE STATS-SORT-RECORD                    -- ...
176800                 END-IF                                           -- ...
176900         END-READ                                                 -- End of read
177000     END-PERFORM.                                                 -- End of loop
177100 checkAlarmLimits.                                                -- Subroutine to test one reading against its limits
177200     MOVE "N" TO WS-EXC-SWITCH                                    -- Within limits until shown otherwise
177300     IF WRK-STATION-ID NOT = WS-EXC-STATION                       -- The readings come in station
177400         MOVE WRK-STATION-ID TO WS-CUR-STATION                    -- ...order - read each station's
177500         PERFORM findRefStation                                   -- ...limits once
177600         MOVE WRK-STATION-ID TO WS-EXC-STATION                    -- ...
177700     END-IF                                                       -- End of station-change check
177800     IF WS-STATION-FOUND                                          -- Always found - it was accepted
177900         IF WRK-READING-TYPE = "F"                                -- Each type has its own limits
178000             MOVE STA-FLOW-ALARM-LOW TO WS-ALARM-LOW              -- ...
178100             MOVE STA-FLOW-ALARM-HIGH TO WS-ALARM-HIGH            -- ...
178200         ELSE                                                     -- ...
178300             MOVE STA-LEVEL-ALARM-LOW TO WS-ALARM-LOW             -- ...
178400             MOVE STA-LEVEL-ALARM-HIGH TO WS-ALARM-HIGH           -- ...
178500         END-IF                                                   -- End of type check
178600         IF WS-ALARM-HIGH > 0                                     -- A high alarm point is set
178700             AND WRK-VALUE > WS-ALARM-HIGH                        -- ...and the reading is past it
178800             SET WS-IS-EXCEEDANCE TO TRUE                         -- ...
178900             MOVE "HIGH" TO WS-EXC-SIDE                           -- ...
179000             MOVE WS-ALARM-HIGH TO WS-EXC-LIMIT                   -- ...
179100             COMPUTE WS-EXC-EXCESS =                              -- ...
179200                 WRK-VALUE - WS-ALARM-HIGH                        -- ...
179300         ELSE                                                     -- ...
179400         IF WS-ALARM-LOW > 0                                      -- A low alarm point is set
179500             AND WRK-VALUE < WS-ALARM-LOW                         -- ...and the reading is under it
179600             SET WS-IS-EXCEEDANCE TO TRUE                         -- ...
179700             MOVE "LOW" TO WS-EXC-SIDE                            -- ...
179800             MOVE WS-ALARM-LOW TO WS-EXC-LIMIT                    -- ...
179900             COMPUTE WS-EXC-EXCESS =                              -- ...
180000                 WS-ALARM-LOW - WRK-VALUE                         -- ...
180100         END-IF                                                   -- End of low check
180200         END-IF                                                   -- End of high check
180300     END-IF.                                                      -- End of station check
180400 writeExceedRecord.                                               -- Subroutine to write one breach event
180500     MOVE SPACES TO STATS-EXCEEDANCE-RECORD                       -- Clear the event line
180600     MOVE WS-RUN-DATE TO EXC-RUN-DATE                             -- The batch's run date
180700     MOVE WS-BATCH-ID TO EXC-BATCH-ID                             -- ...and id
180800     MOVE EXW-STATION-ID TO EXC-STATION-ID                        -- Which station
180900     MOVE EXW-READING-TYPE TO EXC-READING-TYPE                    -- ...which type
181000     MOVE EXW-SEQUENCE TO EXC-SEQUENCE                            -- ...which reading
181100     MOVE EXW-VALUE TO EXC-VALUE                                  -- What it read
181200     MOVE EXW-LIMIT-SIDE TO EXC-LIMIT-SIDE                        -- Which limit it broke
181300     MOVE EXW-LIMIT TO EXC-LIMIT                                  -- ...where that limit stands
181400     MOVE EXW-EXCESS TO EXC-EXCESS                                -- ...and by how much
181500     WRITE STATS-EXCEEDANCE-RECORD.                               -- Append the event
181600 writeExceedLine.                                                 -- Subroutine to report one breach
181700     MOVE SPACES TO STATS-REPORT-EXCEED-LINE                      -- Clear the print line
181800     MOVE EXW-STATION-ID TO EXL-STATION                           -- Station and type
181900     MOVE EXW-READING-TYPE TO EXL-TYPE                            -- ...
182000     MOVE "SEQ " TO EXL-SEQ-LABEL                                 -- The controller's sequence
182100     MOVE EXW-SEQUENCE TO EXL-SEQUENCE                            -- ...
182200     MOVE EXW-VALUE TO EXL-VALUE                                  -- The reading
182300     IF EXW-LIMIT-SIDE = "HIGH"                                   -- Above or below its limit
182400         MOVE "ABOVE" TO EXL-SIDE                                 -- ...
182500     ELSE                                                         -- ...
182600         MOVE "BELOW" TO EXL-SIDE                                 -- ...
182700     END-IF                                                       -- ...
182800     MOVE EXW-LIMIT TO EXL-LIMIT                                  -- The limit
182900     MOVE "BY " TO EXL-BY-LABEL                                   -- ...and by how much
183000     MOVE EXW-EXCESS TO EXL-EXCESS                                -- ...
183100     WRITE STATS-REPORT-EXCEED-LINE.                              -- Write the line
183200 openCalibrations.                                                -- Subroutine to open the calibration factors
183300     OPEN INPUT STATS-CALIBRATION-FILE                            -- The factors for recalibrated gauges
183400     IF WS-CALIB-STATUS NOT = "00"                                -- No calibration master - every
183500         CONTINUE                                                 -- ...reading is taken as sent
183600     ELSE                                                         -- Factors are read by key as each
183700         SET WS-CLB-OPEN TO TRUE                                  -- ...station and type turns up
183800     END-IF.                                                      -- End of open check
183900 applyCalibration.                                                -- Subroutine to calibrate one raw reading
184000     MOVE WS-PARSED-VALUE TO WS-RAW-VALUE                         -- Keep the reading as it was sent
184100     STRING WS-RUN-DATE(7:4)                                      -- The batch's run date, year
184200         WS-RUN-DATE(1:2)                                         -- ...first, to compare against
184300         WS-RUN-DATE(4:2)                                         -- ...each factor's effective date
184400         DELIMITED BY SIZE INTO WS-RUN-SORT-KEY                   -- ...
184500     END-STRING                                                   -- End of string
184600     IF WS-CUR-STATION NOT = WS-CLB-CACHE-STATION                 -- A different station, type or
184700         OR WS-CUR-TYPE NOT = WS-CLB-CACHE-TYPE                   -- ...night from the last lookup -
184800         OR WS-RUN-SORT-KEY NOT = WS-CLB-CACHE-RUN-KEY            -- ...find its factor afresh
184900         PERFORM findCalibration                                  -- ...
185000     END-IF                                                       -- End of cache check
185100     IF WS-CLB-FOUND                                              -- A factor is in force - correct
185200         COMPUTE WS-PARSED-VALUE ROUNDED =                        -- ...the reading before it is
185300             WS-RAW-VALUE * WS-CLB-MULTIPLIER                     -- ...range-checked
185400             + WS-CLB-OFFSET                                      -- ...
185500     END-IF.                                                      -- End of factor check
185600 findCalibration.                                                 -- Subroutine to find the factor in force
185700     MOVE WS-CUR-STATION TO WS-CLB-CACHE-STATION                  -- Remember what was looked up
185800     MOVE WS-CUR-TYPE TO WS-CLB-CACHE-TYPE                        -- ...
185900     MOVE WS-RUN-SORT-KEY TO WS-CLB-CACHE-RUN-KEY                 -- ...
186000     MOVE "N" TO WS-CLB-FOUND-SWITCH                              -- No factor found yet
186100     MOVE LOW-VALUES TO WS-CLB-BEST-KEY                           -- ...
186200     IF WS-CLB-OPEN                                               -- The factor in force is the
186300         MOVE "N" TO WS-CLB-EOF-SWITCH                            -- ...latest one for the station
186400         MOVE WS-CUR-STATION TO CLB-STATION-ID                    -- ...and type that took effect
186500         MOVE WS-CUR-TYPE TO CLB-READING-TYPE                     -- ...on or before the run date -
186600         MOVE LOW-VALUES TO CLB-EFFECTIVE-DATE                    -- ...walk every factor for the
186700         START STATS-CALIBRATION-FILE                             -- ...station and type
186800             KEY IS NOT LESS THAN CLB-CALB-KEY                    -- ...
186900             INVALID KEY SET WS-CLB-EOF TO TRUE                   -- ...
187000         END-START                                                -- End of start
187100         PERFORM scanCalibration UNTIL WS-CLB-EOF                 -- One pass per factor on file
187200     END-IF.                                                      -- End of open check
187300 scanCalibration.                                                 -- Subroutine to weigh one factor on file
187400     READ STATS-CALIBRATION-FILE NEXT RECORD                      -- Read the next factor
187500         AT END SET WS-CLB-EOF TO TRUE                            -- Flag end of file
187600         NOT AT END                                               -- A factor was read
187700             IF CLB-STATION-ID NOT = WS-CUR-STATION               -- Past the station and type
187800                 OR CLB-READING-TYPE NOT = WS-CUR-TYPE            -- ...
187900                 SET WS-CLB-EOF TO TRUE                           -- ...
188000             ELSE                                                 -- One of its factors
188100                 STRING CLB-EFFECTIVE-DATE(7:4)                   -- Build the factor's own
188200                     CLB-EFFECTIVE-DATE(1:2)                      -- ...year-first key - raw
188300                     CLB-EFFECTIVE-DATE(4:2)                      -- ...MM/DD/YYYY text orders
188400                     DELIMITED BY SIZE INTO WS-CLB-FROM-KEY       -- ...across years wrongly
188500                 END-STRING                                       -- End of string
188600                 IF WS-CLB-FROM-KEY NOT > WS-RUN-SORT-KEY         -- In force by the run date,
188700                     AND WS-CLB-FROM-KEY > WS-CLB-BEST-KEY        -- ...and later than any so far
188800                     SET WS-CLB-FOUND TO TRUE                     -- ...
188900                     MOVE WS-CLB-FROM-KEY TO WS-CLB-BEST-KEY      -- ...
189000                     MOVE CLB-OFFSET TO WS-CLB-OFFSET             -- ...
189100                     MOVE CLB-MULTIPLIER TO WS-CLB-MULTIPLIER     -- ...
189200                 END-IF                                           -- End of window check
189300             END-IF                                               -- End of station check
189400     END-READ.                                                    -- End of read
189500 raiseReturnCode.                                                 -- Subroutine to grade the return code
189600     IF WS-NEW-RC > RETURN-CODE                                   -- Severities only ever rise, so the
189700         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...worst batch decides the run's
189800     END-IF.                                                      -- End of severity check
189900 checkLedger.                                                     -- Subroutine to open this step's run-ledger entry
190000     PERFORM findRunDate                                          -- Which night's extract we are processing
190100     MOVE "START" TO WS-LDG-EVENT                                 -- First in the stream - nothing
190200     MOVE 0 TO WS-LDG-RC                                          -- ...to wait on, so just sign in
190300     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
190400     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
190500     PERFORM writeLedgerEntry.                                    -- ...
190600 findRunDate.                                                     -- Subroutine to find the night this extract belongs to
190700     MOVE SPACES TO WS-LDG-RUN-DATE                               -- Nothing found yet
190800     OPEN INPUT STATS-INPUT-FILE                                  -- Peek at the first batch header
190900     IF WS-INPUT-STATUS = "00"                                    -- ...a missing extract is openFiles'
191000         READ STATS-INPUT-FILE                                    -- ...to report, not ours
191100             AT END CONTINUE                                      -- An empty extract carries no date
191200             NOT AT END                                           -- ...
191300                 IF REC-IS-HEADER                                 -- ...
191400                     MOVE HDR-RUN-DATE TO WS-LDG-RUN-DATE         -- ...
191500                 END-IF                                           -- End of header check
191600         END-READ                                                 -- End of read
191700         CLOSE STATS-INPUT-FILE                                   -- openFiles reopens it
191800     END-IF.                                                      -- End of open check
191900 finishLedger.                                                    -- Subroutine to record this step's end
192000     MOVE "END" TO WS-LDG-EVENT                                   -- Reached the normal end
192100     MOVE RETURN-CODE TO WS-LDG-RC                                -- ...with the severity we stop on
192200     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
192300     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
192400     PERFORM writeLedgerEntry.                                    -- ...
192500 writeLedgerEntry.                                                -- Subroutine to append one run-ledger line
192600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the event
192700     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
192800         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
192900         DELIMITED BY SIZE INTO WS-LDG-TIMESTAMP                  -- ...
193000     OPEN EXTEND STATS-LEDGER-FILE                                -- Append to the running ledger
193100     IF WS-LEDGER-STATUS NOT = "00"                               -- No ledger yet, first run
193200         OPEN OUTPUT STATS-LEDGER-FILE                            -- Create an empty one
193300         CLOSE STATS-LEDGER-FILE                                  -- ...
193400         OPEN EXTEND STATS-LEDGER-FILE                            -- Reopen it for appending
193500     END-IF                                                       -- End of if statement
193600     IF WS-LEDGER-STATUS NOT = "00"                               -- A step that cannot sign the
193700         DISPLAY "STATSLEDG OPEN FAILED, STATUS="                 -- ...ledger must not run unseen
193800             WS-LEDGER-STATUS                                     -- ...
193900         MOVE 12 TO RETURN-CODE                                   -- ...
194000         STOP RUN                                                 -- ...
194100     END-IF                                                       -- End of open check
194200     MOVE SPACES TO STATS-LEDGER-RECORD                           -- Clear the ledger line
194300     MOVE WS-LDG-TIMESTAMP TO LDG-TIMESTAMP                       -- When it happened
194400     MOVE WS-LDG-STEP TO LDG-STEP                                 -- Which step
194500     MOVE WS-LDG-EVENT TO LDG-EVENT                               -- What happened
194600     MOVE WS-LDG-RUN-DATE TO LDG-RUN-DATE                         -- For which night
194700     MOVE WS-LDG-RC TO LDG-RETURN-CODE                            -- With what severity
194800     MOVE WS-LDG-OPERATOR TO LDG-OPERATOR                         -- Who, for an override
194900     MOVE WS-LDG-NOTE TO LDG-NOTE                                 -- Why, or which predecessor
195000     WRITE STATS-LEDGER-RECORD                                    -- Append the ledger line
195100     CLOSE STATS-LEDGER-FILE.                                     -- Done until the next event
195200 END PROGRAM statistics_program.                                  -- End of program
