000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT RCMP-CONTROL-FILE ASSIGN TO "RCMPCTL"                 -- The batches to rebuild
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One control card
000800         FILE STATUS IS WS-CONTROL-STATUS.                        -- I-O status for readControlCard
000900     SELECT STATS-DETAIL-FILE ASSIGN TO "STATSDTL"                -- Accepted readings detail master
001900     SELECT RCMP-REPORT-FILE ASSIGN TO "RCMPRPT"                  -- Corrected-figures report
002000         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
002100         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
002200     SELECT RCMP-SORT-FILE ASSIGN TO "SORTWK01".                  -- Sort work for the merged readings
002300     SELECT RCMP-SORTED-FILE ASSIGN TO "RCMPSRT"                  -- Readings in group and value order
002400         ORGANIZATION IS LINE SEQUENTIAL                          -- One reading per line
002500         FILE STATUS IS WS-SORTED-STATUS.                         -- I-O status for the group passes
002600     SELECT RCMP-GROUP-FILE ASSIGN TO "RCMPGRP"                   -- Readings counted per group
002700         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per station/type group
002800         FILE STATUS IS WS-GROUP-STATUS.                          -- I-O status for the group passes
002900 DATA DIVISION.                                                   -- Start of data declaration
003000 FILE SECTION.                                                    -- File record descriptions
003100 FD  RCMP-CONTROL-FILE                                            -- The batch to rebuild
003200     RECORDING MODE IS F.                                         -- Fixed length record
003300 COPY "stats_recompute_record.cpy".                               -- RCMP-CONTROL-RECORD layout
003400 FD  STATS-DETAIL-FILE.                                           -- Accepted readings detail master
003500 COPY "stats_detail_record.cpy".                                  -- STATS-DETAIL-RECORD layout
003600 FD  STATS-HISTORY-FILE.                                          -- The history master being corrected
003700 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
003800 FD  RCMP-REPORT-FILE                                             -- Corrected-figures report
003900     RECORDING MODE IS F.                                         -- Fixed length print lines
004000 COPY "stats_recompute_report_record.cpy".                        -- RCMP-REPORT-*-LINE layouts
004100 SD  RCMP-SORT-FILE.                                              -- Sort work for the merged readings
004200 01  RCMP-SORT-RECORD.                                            -- One reading as the sort orders it
004300     05  SRT-STATION-ID  PIC X(4).                                -- Station, or "*ALL" for batch totals
004400     05  SRT-READING-TYPE PIC X.                                  -- Reading type
004500     05  SRT-VALUE       PIC 9(3)V99.                             -- The reading as now on file
004600     05  SRT-MERGE-NUMBER PIC 9(5).                               -- Its place in the merge, original first
004700 FD  RCMP-SORTED-FILE                                             -- Readings in group and value order
004800     RECORDING MODE IS F.                                         -- Fixed length records
004900 01  RCMP-SORTED-RECORD.                                          -- Same layout as RCMP-SORT-RECORD
005000     05  SSR-STATION-ID  PIC X(4).                                -- Station, or "*ALL" for batch totals
005100     05  SSR-READING-TYPE PIC X.                                  -- Reading type
005200     05  SSR-VALUE       PIC 9(3)V99.                             -- The reading as now on file
005300     05  SSR-MERGE-NUMBER PIC 9(5).                               -- Its place in the merge, original first
005400 FD  RCMP-GROUP-FILE                                              -- Readings counted per group
005500     RECORDING MODE IS F.                                         -- Fixed length records
005600 01  RCMP-GROUP-RECORD.                                           -- One station/type group of the sort
005700     05  GRP-STATION-ID  PIC X(4).                                -- Station, or "*ALL" for batch totals
005800     05  GRP-READING-TYPE PIC X.                                  -- Reading type
005900     05  GRP-COUNT       PIC 9(5).                                -- Readings in the group
006000 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
006100     01  WS-CONTROL-STATUS PIC XX.                                -- File status for RCMP-CONTROL-FILE
006200     01  WS-DETAIL-STATUS PIC XX.                                 -- File status for STATS-DETAIL-FILE
006300     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
006400     01  WS-REPORT-STATUS PIC XX.                                 -- File status for RCMP-REPORT-FILE
006500     01  WS-SORTED-STATUS PIC XX.                                 -- File status for RCMP-SORTED-FILE
006600     01  WS-GROUP-STATUS PIC XX.                                  -- File status for RCMP-GROUP-FILE
006700     01  record_count    PIC 9(5) VALUE 0.                        -- Merged readings released so far
006800     01  calc_count      PIC 9(5) VALUE 0.                        -- Readings in the group being figured
006900     01  smallest        PIC 9(3)V99.                             -- Variable to hold the smallest number
007000     01  largest         PIC 9(3)V99.                             -- Variable to hold the largest number
007100     01  mode_value      PIC 9(3)V99.                             -- Variable to hold the mode
007200     01  mean_value      PIC 9(3)V99.                             -- Variable to hold the mean
007300     01  median_value    PIC 9(3)V99.                             -- Variable to hold the median
007400     01  std_dev         PIC 9(3)V9999.                           -- Variable to hold the standard deviation
007500     01  max_count       PIC 9(5).                                -- Maximum count for mode calculation
007600     01  WS-MODE-FIRST   PIC 9(5).                                -- First merged reading of the mode, for ties
007700     01  WS-RUN-VALUE    PIC 9(3)V99.                             -- Value of the run of equal readings
007800     01  WS-RUN-COUNT    PIC 9(5).                                -- Readings in that run
007900     01  WS-RUN-FIRST    PIC 9(5).                                -- Earliest merged reading of that run
008000     01  WS-GROUP-POS    PIC 9(5).                                -- Reading's place in its sorted group
008100     01  WS-MID          PIC 9(5).                                -- Middle place used by findMedian
008200     01  WS-MID-LOW      PIC 9(3)V99.                             -- Reading at the middle place
008300     01  WS-MID-HIGH     PIC 9(3)V99.                             -- ...and the place after it
008400     01  WS-TOTAL        PIC 9(9)V99.                             -- Running total used by findMean
008500     01  WS-SUM-SQ       PIC 9(12)V9999.                          -- Running sum of squared readings
008600     01  WS-SUM-SQ-DEV   PIC 9(12)V9999.                          -- Sum of squared deviations
008700     01  WS-SRT-EOF-SWITCH PIC X.                                 -- End-of-file switch for the group passes
008800         88  WS-SRT-EOF  VALUE "Y".                               -- Condition for end of RCMP-SORTED-FILE
008900     01  WS-GRP-EOF-SWITCH PIC X.                                 -- End-of-file switch for RCMP-GROUP-FILE
009000         88  WS-GRP-EOF  VALUE "Y".                               -- Condition for end of the groups
009100     01  WS-GRP-STATION  PIC X(4).                                -- Group being counted
009200     01  WS-GRP-TYPE     PIC X.                                   -- ...
009300     01  WS-GRP-COUNT    PIC 9(5).                                -- ...its readings so far
009400     01  WS-SUPP-BATCH   PIC X(10).                               -- The "R" supplemental batch's id
009500     01  WS-SCAN-BATCH   PIC X(10).                               -- Batch one loadReadings pass covers
009600     01  WS-ORIG-COUNT   PIC 9(5) VALUE 0.                        -- Readings from the original batch
009700     01  WS-SUPP-COUNT   PIC 9(5) VALUE 0.                        -- Readings from the supplemental
009800     01  WS-PASS-COUNT   PIC 9(5).                                -- Readings one pass contributed
009900     01  WS-LANDED-COUNT PIC 9(5) VALUE 0.                        -- History records landed this run
010000     01  WS-REMOVED-COUNT PIC 9(5) VALUE 0.                       -- Supplemental history lines removed
010100     01  WS-SCAN-EOF-SWITCH PIC X.                                -- End-of-scan switch for the scans
010200         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for past the batch
010300     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
010400     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for the report
010500     01  WS-CTL-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for the cards
010600         88  WS-CTL-EOF  VALUE "Y".                               -- Condition for no more batches
010700     01  WS-BATCH-LANDED PIC 9(5).                                -- History records one batch landed
010800     01  WS-BEFORE-SWITCH PIC X.                                  -- Set when the line was already on file
010900         88  WS-BEFORE-FOUND VALUE "Y".                           -- Condition for a line being replaced
011000     01  WS-BEF-COUNT    PIC 9(5).                                -- The history line's figures as
011100     01  WS-BEF-SMALLEST PIC 9(3)V99.                             -- ...they stood before it was
011200     01  WS-BEF-LARGEST  PIC 9(3)V99.                             -- ...rebuilt, for the BEFORE line
011300     01  WS-BEF-MEAN     PIC 9(3)V99.                             -- ...
011400     01  WS-BEF-MEDIAN   PIC 9(3)V99.                             -- ...
011500     01  WS-BEF-STDDEV   PIC 9(3)V9999.                           -- ...
011600 PROCEDURE DIVISION.                                              -- Start of program logic
011700     PERFORM readControlCard                                      -- Learn the first batch to rebuild
011800     PERFORM openFiles                                            -- Open the masters and the report
011900     PERFORM rebuildBatch UNTIL WS-CTL-EOF                        -- One pass per batch card
012000     PERFORM closeFiles                                           -- Close everything on the way out
012100     MOVE WS-LANDED-COUNT TO WS-RPT-COUNT                         -- Edit the landed total for display
012200     DISPLAY "History records corrected: " WS-RPT-COUNT           -- One console line for the whole run
012300     STOP RUN.                                                    -- End the program
012400 rebuildBatch.                                                    -- Subroutine to rebuild one batch's figures
012500     MOVE 0 TO record_count                                       -- Nothing merged for this batch yet
012600     MOVE 0 TO WS-BATCH-LANDED                                    -- ...
012700     MOVE 0 TO WS-REMOVED-COUNT                                   -- ...
012800     PERFORM deriveSupplementalId                                 -- The "R" batch id to merge in
012900     PERFORM writeBatchHeading                                    -- Name the batch on the report
013000     SORT RCMP-SORT-FILE                                          -- Bring each group's readings
013100         ON ASCENDING KEY SRT-STATION-ID SRT-READING-TYPE         -- ...together in value order -
013200             SRT-VALUE SRT-MERGE-NUMBER                           -- ...equal values in merge order
013300         INPUT PROCEDURE IS releaseReadings                       -- ...
013400         GIVING RCMP-SORTED-FILE                                  -- ...
013500     IF record_count = 0                                          -- Nothing on the readings master -
013600         MOVE 8 TO WS-NEW-RC                                      -- ...the card names a batch that
013700         PERFORM raiseReturnCode                                  -- ...never ran, or ran before
013800     ELSE                                                         -- ...the master existed
013900         PERFORM countGroups                                      -- Size each group for its median
014000         PERFORM landFigures                                      -- One true corrected set of figures
014100         PERFORM purgeSupplemental                                -- ...landed as one record, not two
014200     END-IF                                                       -- End of empty-merge check
014300     PERFORM writeRecomputeReport                                 -- Prove what was merged and landed
014400     PERFORM readNextCard.                                        -- On to the next batch card
014500 readControlCard.                                                 -- Subroutine to read the batch card
014600     OPEN INPUT RCMP-CONTROL-FILE                                 -- Open the operator's control card
014700     IF WS-CONTROL-STATUS NOT = "00"                              -- No card, no batch to rebuild
014800         DISPLAY "RCMPCTL OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
014900             WS-CONTROL-STATUS                                    -- ...
015000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
015100         STOP RUN                                                 -- ...rather than guess at a batch
015200     END-IF                                                       -- End of open-check
015300     PERFORM readNextCard                                         -- Read the first control card
015400     IF WS-CTL-EOF                                                -- An empty card file names nothing
015500         DISPLAY "RCMPCTL IS EMPTY"                               -- Fail fast and diagnosably
015600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
015700         STOP RUN                                                 -- ...
015800     END-IF.                                                      -- End of empty check
015900 readNextCard.                                                    -- Subroutine to read one batch card
016000     READ RCMP-CONTROL-FILE                                       -- One card per batch to rebuild -
016100         AT END SET WS-CTL-EOF TO TRUE                            -- ...statistics_recalib leaves one
016200     END-READ                                                     -- ...for every batch it touched
016300     IF NOT WS-CTL-EOF                                            -- A card was read
016400         IF RCP-RUN-DATE = SPACES OR RCP-BATCH-ID = SPACES        -- A card naming no batch
016500             DISPLAY "RCMPCTL INCOMPLETE CARD"                    -- Fail fast and diagnosably
016600             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
016700             STOP RUN                                             -- ...
016800         END-IF                                                   -- End of card check
016900     END-IF.                                                      -- End of end-of-file check
017000 openFiles.                                                       -- Subroutine to open the run's files
017100     OPEN INPUT STATS-DETAIL-FILE                                 -- Open the readings detail master
017200     IF WS-DETAIL-STATUS NOT = "00"                               -- No readings master to merge from
017300         DISPLAY "STATSDTL OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
017400             WS-DETAIL-STATUS                                     -- ...
017500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
017600         STOP RUN                                                 -- ...rather than report against nothing
017700     END-IF                                                       -- End of open-check
017800     OPEN I-O STATS-HISTORY-FILE                                  -- Open the master being corrected
017900     IF WS-HISTORY-STATUS NOT = "00"                              -- No history master to correct
018000         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
018100             WS-HISTORY-STATUS                                    -- ...
018200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
018300         STOP RUN                                                 -- ...
018400     END-IF                                                       -- End of open-check
018500     OPEN OUTPUT RCMP-REPORT-FILE                                 -- Open the print file for this run
018600     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
018700         DISPLAY "RCMPRPT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
018800             WS-REPORT-STATUS                                     -- ...
018900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
019000         STOP RUN                                                 -- ...rather than write into a closed file
019100     END-IF                                                       -- End of open-check
019200     MOVE SPACES TO RCMP-REPORT-TITLE-LINE                        -- Clear the title line
019300     MOVE "STATISTICS RECOMPUTE - CORRECTED FIGURES"              -- Set the report title
019400         TO RCMPT-TITLE-TEXT                                      -- ...
019500     WRITE RCMP-REPORT-TITLE-LINE.                                -- Write the report title
019600 deriveSupplementalId.                                            -- Subroutine to name the "R" batch
019700     MOVE SPACES TO WS-SUPP-BATCH                                 -- Same derivation statistics_recycle
019800     STRING FUNCTION TRIM(RCP-BATCH-ID) "R"                       -- ...uses - the original id with
019900         DELIMITED BY SIZE INTO WS-SUPP-BATCH                     -- ...an R appended
020000         ON OVERFLOW                                              -- A full-width id has no room for
020100             MOVE RCP-BATCH-ID(1:9)                               -- ...the R - shorten it the same
020200                 TO WS-SUPP-BATCH                                 -- ...way, so the two programs
020300             MOVE "R" TO WS-SUPP-BATCH(10:1)                      -- ...always agree on the name
020400     END-STRING.                                                  -- End of string
020500 releaseReadings.                                                 -- Subroutine to feed the merge to the sort
020600     MOVE RCP-BATCH-ID TO WS-SCAN-BATCH                           -- First pass: the original batch
020700     PERFORM loadReadings                                         -- ...
020800     MOVE WS-PASS-COUNT TO WS-ORIG-COUNT                          -- Remember what it contributed
020900     MOVE WS-SUPP-BATCH TO WS-SCAN-BATCH                          -- Second pass: the supplemental
021000     PERFORM loadReadings                                         -- ...
021100     MOVE WS-PASS-COUNT TO WS-SUPP-COUNT.                         -- Remember what it contributed
021200 loadReadings.                                                    -- Subroutine to release one batch's readings
021300     MOVE 0 TO WS-PASS-COUNT                                      -- This pass contributed nothing yet
021400     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the end-of-scan switch
021500     MOVE RCP-RUN-DATE TO DTL-RUN-DATE                            -- Position at the batch's first
021600     MOVE WS-SCAN-BATCH TO DTL-BATCH-ID                           -- ...record in key order
021700     MOVE LOW-VALUES TO DTL-STATION-ID                            -- ...
021800     MOVE LOW-VALUES TO DTL-READING-TYPE                          -- ...
021900     MOVE 0 TO DTL-SEQUENCE                                       -- ...
022000     START STATS-DETAIL-FILE                                      -- ...
022100         KEY IS NOT LESS THAN DTL-DTL-KEY                         -- ...
022200         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- Nothing at or past the batch
022300     END-START                                                    -- End of start
022400     PERFORM readBatchReading UNTIL WS-SCAN-EOF.                  -- One pass per reading on file
022500 readBatchReading.                                                -- Subroutine to release one reading
022600     READ STATS-DETAIL-FILE NEXT RECORD                           -- Read the next detail record
022700         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
022800         NOT AT END                                               -- A detail record was read
022900             IF DTL-RUN-DATE NOT = RCP-RUN-DATE                   -- Past the batch in key order
023000                 OR DTL-BATCH-ID NOT = WS-SCAN-BATCH              -- ...
023100                 SET WS-SCAN-EOF TO TRUE                          -- Done with the batch
023200             ELSE                                                 -- Still inside the batch
023300                 ADD 1 TO record_count                            -- Number the reading in merge order
023400                 ADD 1 TO WS-PASS-COUNT                           -- Credit this pass
023500                 MOVE SPACES TO RCMP-SORT-RECORD                  -- Clear the sort record
023600                 MOVE DTL-STATION-ID TO SRT-STATION-ID            -- Once for its own station
023700                 MOVE DTL-READING-TYPE TO SRT-READING-TYPE        -- ...and type
023800                 MOVE DTL-VALUE TO SRT-VALUE                      -- ...
023900                 MOVE record_count TO SRT-MERGE-NUMBER            -- ...
024000                 RELEASE RCMP-SORT-RECORD                         -- ...
024100                 MOVE "*ALL" TO SRT-STATION-ID                    -- Again for its type's batch
024200                 RELEASE RCMP-SORT-RECORD                         -- ...totals
024300             END-IF                                               -- End of batch check
024400     END-READ.                                                    -- End of read
024500 countGroups.                                                     -- Subroutine to count the sorted groups
024600     OPEN INPUT RCMP-SORTED-FILE                                  -- One pass over the sorted readings
024700     IF WS-SORTED-STATUS NOT = "00"                               -- The work file will not open
024800         DISPLAY "RCMPSRT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
024900             WS-SORTED-STATUS                                     -- ...
025000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
025100         STOP RUN                                                 -- ...rather than figure from nothing
025200     END-IF                                                       -- End of open-check
025300     OPEN OUTPUT RCMP-GROUP-FILE                                  -- ...writing one line per group
025400     IF WS-GROUP-STATUS NOT = "00"                                -- The work file will not open
025500         DISPLAY "RCMPGRP OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
025600             WS-GROUP-STATUS                                      -- ...
025700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
025800         STOP RUN                                                 -- ...rather than figure from nothing
025900     END-IF                                                       -- End of open-check
026000     MOVE "N" TO WS-SRT-EOF-SWITCH                                -- Reset the local end-of-file switch
026100     MOVE 0 TO WS-GRP-COUNT                                       -- No group open yet
026200     PERFORM UNTIL WS-SRT-EOF                                     -- Loop over the sorted readings
026300         READ RCMP-SORTED-FILE                                    -- Read the next reading
026400             AT END SET WS-SRT-EOF TO TRUE                        -- Flag end of file
026500             NOT AT END                                           -- A reading was read
026600                 IF WS-GRP-COUNT = 0                              -- The first group starts here...
026700                     OR SSR-STATION-ID NOT = WS-GRP-STATION       -- ...or a control break
026800                     OR SSR-READING-TYPE NOT = WS-GRP-TYPE        -- ...on station or type
026900                     IF WS-GRP-COUNT > 0                          -- Close out the group before
027000                         PERFORM writeGroupRecord                 -- ...
027100                     END-IF                                       -- End of prior-group check
027200                     MOVE SSR-STATION-ID TO WS-GRP-STATION        -- Open the new group
027300                     MOVE SSR-READING-TYPE TO WS-GRP-TYPE         -- ...
027400                     MOVE 0 TO WS-GRP-COUNT                       -- ...
027500                 END-IF                                           -- End of control-break check
027600                 ADD 1 TO WS-GRP-COUNT                            -- Count the reading in
027700         END-READ                                                 -- End of read
027800     END-PERFORM                                                  -- End of loop
027900     IF WS-GRP-COUNT > 0                                          -- Close out the last group
028000         PERFORM writeGroupRecord                                 -- ...
028100     END-IF                                                       -- End of last-group check
028200     CLOSE RCMP-SORTED-FILE                                       -- ...
028300     CLOSE RCMP-GROUP-FILE.                                       -- ...
028400 writeGroupRecord.                                                -- Subroutine to write one group's count
028500     MOVE WS-GRP-STATION TO GRP-STATION-ID                        -- Which group
028600     MOVE WS-GRP-TYPE TO GRP-READING-TYPE                         -- ...
028700     MOVE WS-GRP-COUNT TO GRP-COUNT                               -- ...and how many readings
028800     WRITE RCMP-GROUP-RECORD.                                     -- Write the group line
028900 computeStatistics.                                               -- Subroutine to compute one group's figures
029000     MOVE GRP-COUNT TO calc_count                                 -- Readings in the group
029100     MOVE 0 TO WS-TOTAL                                           -- Initialize running total
029200     MOVE 0 TO WS-SUM-SQ                                          -- ...and sum of squares
029300     MOVE 0 TO max_count                                          -- No mode found yet
029400     MOVE 0 TO mode_value                                         -- ...
029500     MOVE 0 TO WS-MODE-FIRST                                      -- ...
029600     MOVE 0 TO WS-RUN-COUNT                                       -- No run of equal readings yet
029700     COMPUTE WS-MID = calc_count / 2                              -- Integer division truncates down
029800     PERFORM VARYING WS-GROUP-POS FROM 1 BY 1                     -- The group's readings follow
029900         UNTIL WS-GROUP-POS > calc_count OR WS-SRT-EOF            -- ...in ascending value order
030000         READ RCMP-SORTED-FILE                                    -- Read the next reading
030100             AT END SET WS-SRT-EOF TO TRUE                        -- Shouldn't happen - it was counted
030200             NOT AT END PERFORM tallyReading                      -- Take the reading into the figures
030300         END-READ                                                 -- End of read
030400     END-PERFORM                                                  -- End of group loop
030500     PERFORM findMode                                             -- The last run may hold the mode
030600     PERFORM findMean                                             -- Call subroutine to find the mean
030700     PERFORM findMedian                                           -- Call subroutine to find the median
030800     PERFORM findStdDev.                                          -- Call subroutine to find the std deviation
030900 tallyReading.                                                    -- Subroutine to take one reading in
031000     IF WS-GROUP-POS = 1                                          -- Sorted ascending, so the first
031100         MOVE SSR-VALUE TO smallest                               -- ...reading is the smallest
031200     END-IF                                                       -- End of if statement
031300     IF WS-GROUP-POS = calc_count                                 -- ...and the last the largest
031400         MOVE SSR-VALUE TO largest                                -- ...
031500     END-IF                                                       -- End of if statement
031600     IF WS-GROUP-POS = WS-MID                                     -- Keep the middle reading(s)
031700         MOVE SSR-VALUE TO WS-MID-LOW                             -- ...for findMedian
031800     END-IF                                                       -- End of if statement
031900     IF WS-GROUP-POS = WS-MID + 1                                 -- ...
032000         MOVE SSR-VALUE TO WS-MID-HIGH                            -- ...
032100     END-IF                                                       -- End of if statement
032200     ADD SSR-VALUE TO WS-TOTAL                                    -- Accumulate the readings
032300     COMPUTE WS-SUM-SQ =                                          -- ...and their squares
032400         WS-SUM-SQ + (SSR-VALUE * SSR-VALUE)                      -- ...
032500     IF WS-RUN-COUNT > 0 AND SSR-VALUE = WS-RUN-VALUE             -- Equal readings sort together -
032600         ADD 1 TO WS-RUN-COUNT                                    -- ...the run goes on
032700     ELSE                                                         -- A new value starts a new run
032800         PERFORM findMode                                         -- ...after the last one is weighed
032900         MOVE SSR-VALUE TO WS-RUN-VALUE                           -- ...
033000         MOVE 1 TO WS-RUN-COUNT                                   -- ...
033100         MOVE SSR-MERGE-NUMBER TO WS-RUN-FIRST                    -- Its first reading merged earliest
033200     END-IF.                                                      -- End of run check
033300 findMode.                                                        -- Subroutine to weigh one run for the mode
033400     IF WS-RUN-COUNT > max_count                                  -- A longer run than any so far,
033500         OR (WS-RUN-COUNT = max_count                             -- ...or as long as the best and
033600         AND WS-RUN-FIRST < WS-MODE-FIRST)                        -- ...its value merged first
033700         MOVE WS-RUN-COUNT TO max_count                           -- ...then update max_count...
033800         MOVE WS-RUN-VALUE TO mode_value                          -- ...and update mode_value
033900         MOVE WS-RUN-FIRST TO WS-MODE-FIRST                       -- ...
034000     END-IF.                                                      -- End of if statement
034100 findMean.                                                        -- Subroutine to find the mean
034200     COMPUTE mean_value ROUNDED = WS-TOTAL / calc_count.          -- Average the readings
034300 findMedian.                                                      -- Subroutine to find the median
034400     IF FUNCTION MOD(calc_count, 2) = 0                           -- Even count has two middle values
034500         COMPUTE median_value ROUNDED =                           -- Average the two middle values
034600             (WS-MID-LOW + WS-MID-HIGH) / 2                       -- ...
034700     ELSE                                                         -- Odd count has a single middle value
034800         MOVE WS-MID-HIGH TO median_value                         -- Take it directly
034900     END-IF.                                                      -- End of if statement
035000 findStdDev.                                                      -- Subroutine to find the standard deviation
035100     COMPUTE WS-SUM-SQ-DEV =                                      -- Sum of squared deviations from the
035200         WS-SUM-SQ - (2 * mean_value * WS-TOTAL)                  -- ...mean, expanded so one pass
035300         + (calc_count * mean_value * mean_value)                 -- ...over the readings will do
035400     COMPUTE std_dev ROUNDED =                                    -- Population standard deviation
035500         FUNCTION SQRT(WS-SUM-SQ-DEV / calc_count).               -- ...
035600 landFigures.                                                     -- Subroutine to land the corrected figures
035700     MOVE SPACES TO RCMP-REPORT-CHANGE-HEAD                       -- Head the before/after lines
035800     MOVE "STA  T WHEN   COUNT  SMALL" TO RCMPH-LEFT-TEXT         -- ...
035900     MOVE "  LARGE   MEAN MEDIAN   STDDEV" TO RCMPH-RIGHT-TEXT    -- ...
036000     WRITE RCMP-REPORT-CHANGE-HEAD                                -- ...
036100     OPEN INPUT RCMP-GROUP-FILE                                   -- Figure the groups one at a time,
036200     IF WS-GROUP-STATUS NOT = "00"                                -- The work file will not open
036300         DISPLAY "RCMPGRP OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
036400             WS-GROUP-STATUS                                      -- ...
036500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
036600         STOP RUN                                                 -- ...rather than figure from nothing
036700     END-IF                                                       -- End of open-check
036800     OPEN INPUT RCMP-SORTED-FILE                                  -- ...reading both files in step
036900     IF WS-SORTED-STATUS NOT = "00"                               -- The work file will not open
037000         DISPLAY "RCMPSRT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
037100             WS-SORTED-STATUS                                     -- ...
037200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
037300         STOP RUN                                                 -- ...rather than figure from nothing
037400     END-IF                                                       -- End of open-check
037500     MOVE "N" TO WS-GRP-EOF-SWITCH                                -- Reset the local end-of-file switches
037600     MOVE "N" TO WS-SRT-EOF-SWITCH                                -- ...
037700     PERFORM UNTIL WS-GRP-EOF                                     -- One pass per group - "*ALL" sorts
037800         READ RCMP-GROUP-FILE                                     -- ...ahead of the stations, so each
037900             AT END SET WS-GRP-EOF TO TRUE                        -- ...type's batch totals land
038000             NOT AT END                                           -- ...first, under the ORIGINAL
038100                 PERFORM computeStatistics                        -- ...batch id - one record, not two
038200                 PERFORM landGroupRecord                          -- ...
038300         END-READ                                                 -- End of read
038400     END-PERFORM                                                  -- End of group loop
038500     CLOSE RCMP-GROUP-FILE                                        -- ...
038600     CLOSE RCMP-SORTED-FILE.                                      -- ...
038700 landGroupRecord.                                                 -- Subroutine to land one group's figures
038800     MOVE SPACES TO STATS-HISTORY-RECORD                          -- Clear the history record
038900     MOVE RCP-RUN-DATE TO HST-RUN-DATE                            -- Build the record's key
039000     MOVE RCP-BATCH-ID TO HST-BATCH-ID                            -- ...
039100     MOVE GRP-STATION-ID TO HST-STATION-ID                        -- ...
039200     MOVE GRP-READING-TYPE TO HST-READING-TYPE                    -- ...
039300     PERFORM readBeforeFigures                                    -- Note the line as it stands now
039400     MOVE calc_count TO HST-RECORD-COUNT                          -- The corrected figures
039500     MOVE smallest TO HST-SMALLEST                                -- ...
039600     MOVE largest TO HST-LARGEST                                  -- ...
039700     MOVE mode_value TO HST-MODE                                  -- ...
039800     MOVE mean_value TO HST-MEAN                                  -- ...
039900     MOVE median_value TO HST-MEDIAN                              -- ...
040000     MOVE std_dev TO HST-STDDEV                                   -- ...
040100     PERFORM landHistoryRecord.                                   -- Replace or add it on the master
040200 landHistoryRecord.                                               -- Subroutine to put one record on file
040300     WRITE STATS-HISTORY-RECORD                                   -- Add the record under its key
040400         INVALID KEY                                              -- Already on file - the original
040500             REWRITE STATS-HISTORY-RECORD                         -- ...run's figures - replace them
040600                 INVALID KEY CONTINUE                             -- ...with the corrected ones
040700             END-REWRITE                                          -- End of rewrite
040800     END-WRITE                                                    -- End of write
040900     ADD 1 TO WS-LANDED-COUNT                                     -- Count it for the run
041000     ADD 1 TO WS-BATCH-LANDED                                     -- ...and for the batch
041100     PERFORM writeChangeLines.                                    -- Show it before and after
041200 purgeSupplemental.                                               -- Subroutine to drop the "R" records
041300     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the end-of-scan switch
041400     MOVE RCP-RUN-DATE TO HST-RUN-DATE                            -- Position at the supplemental
041500     MOVE WS-SUPP-BATCH TO HST-BATCH-ID                           -- ...batch's first record
041600     MOVE LOW-VALUES TO HST-STATION-ID                            -- ...
041700     MOVE LOW-VALUES TO HST-READING-TYPE                          -- ...
041800     START STATS-HISTORY-FILE                                     -- ...
041900         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
042000         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- Nothing at or past the batch
042100     END-START                                                    -- End of start
042200     PERFORM purgeSupplementalRecord UNTIL WS-SCAN-EOF.           -- One pass per record in the batch
042300 purgeSupplementalRecord.                                         -- Subroutine to drop one "R" record
042400     READ STATS-HISTORY-FILE NEXT RECORD                          -- Read the next history record
042500         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
042600         NOT AT END                                               -- A history record was read
042700             IF HST-RUN-DATE NOT = RCP-RUN-DATE                   -- Past the batch in key order
042800                 OR HST-BATCH-ID NOT = WS-SUPP-BATCH              -- ...
042900                 SET WS-SCAN-EOF TO TRUE                          -- Done with the batch
043000             ELSE                                                 -- A supplemental history record -
043100*                                                                 -- ...its figures now live merged
043200*                                                                 -- ...on the original batch's record
043300                 DELETE STATS-HISTORY-FILE RECORD                 -- Drop it from the master
043400                     INVALID KEY CONTINUE                         -- Shouldn't happen - the read just hit
043500                 END-DELETE                                       -- End of delete
043600                 ADD 1 TO WS-REMOVED-COUNT                        -- Count it for the report
043700             END-IF                                               -- End of batch check
043800     END-READ.                                                    -- End of read
043900 writeRecomputeReport.                                            -- Subroutine to write the summary report
044000     MOVE SPACES TO RCMP-REPORT-DETAIL-LINE                       -- Clear the detail line
044100     MOVE "ORIGINAL READINGS" TO RCMPD-LABEL                      -- Label the original's share
044200     MOVE WS-ORIG-COUNT TO WS-RPT-COUNT                           -- Edit it for the report
044300     MOVE WS-RPT-COUNT TO RCMPD-VALUE                             -- ...
044400     WRITE RCMP-REPORT-DETAIL-LINE                                -- Write the detail line
044500     MOVE SPACES TO RCMP-REPORT-DETAIL-LINE                       -- Clear the detail line
044600     MOVE "SUPPLEMENTAL READINGS" TO RCMPD-LABEL                  -- Label the supplemental's share
044700     MOVE WS-SUPP-COUNT TO WS-RPT-COUNT                           -- Edit it for the report
044800     MOVE WS-RPT-COUNT TO RCMPD-VALUE                             -- ...
044900     WRITE RCMP-REPORT-DETAIL-LINE                                -- Write the detail line
045000     MOVE SPACES TO RCMP-REPORT-DETAIL-LINE                       -- Clear the detail line
045100     MOVE "RECORDS CORRECTED" TO RCMPD-LABEL                      -- Label the landed count
045200     MOVE WS-BATCH-LANDED TO WS-RPT-COUNT                         -- ...
045300     MOVE WS-RPT-COUNT TO RCMPD-VALUE                             -- ...
045400     WRITE RCMP-REPORT-DETAIL-LINE                                -- Write the detail line
045500     MOVE SPACES TO RCMP-REPORT-DETAIL-LINE                       -- Clear the detail line
045600     MOVE "SUPPLEMENTAL LINES REMOVED" TO RCMPD-LABEL             -- Label the purge count
045700     MOVE WS-REMOVED-COUNT TO WS-RPT-COUNT                        -- Edit it for the report
045800     MOVE WS-RPT-COUNT TO RCMPD-VALUE                             -- ...
045900     WRITE RCMP-REPORT-DETAIL-LINE                                -- Write the detail line
046000     IF record_count = 0                                          -- Nothing merged this run
046100         MOVE SPACES TO RCMP-REPORT-DETAIL-LINE                   -- Clear the detail line
046200         MOVE "NO READINGS ON MASTER" TO RCMPD-LABEL              -- Say so unmistakably
046300         WRITE RCMP-REPORT-DETAIL-LINE                            -- Write the detail line
046400     END-IF.                                                      -- End of empty-merge check
046500 writeBatchHeading.                                               -- Subroutine to name one batch on the report
046600     MOVE SPACES TO RCMP-REPORT-DETAIL-LINE                       -- Clear the detail line
046700     MOVE "RUN DATE" TO RCMPD-LABEL                               -- The run date rebuilt
046800     MOVE RCP-RUN-DATE TO RCMPD-VALUE                             -- ...
046900     WRITE RCMP-REPORT-DETAIL-LINE                                -- ...
047000     MOVE SPACES TO RCMP-REPORT-DETAIL-LINE                       -- Clear the detail line
047100     MOVE "ORIGINAL BATCH" TO RCMPD-LABEL                         -- The batch as it ran on STATSIN
047200     MOVE RCP-BATCH-ID TO RCMPD-VALUE                             -- ...
047300     WRITE RCMP-REPORT-DETAIL-LINE                                -- ...
047400     MOVE SPACES TO RCMP-REPORT-DETAIL-LINE                       -- Clear the detail line
047500     MOVE "SUPPLEMENTAL BATCH" TO RCMPD-LABEL                     -- The "R" batch merged into it
047600     MOVE WS-SUPP-BATCH TO RCMPD-VALUE                            -- ...
047700     WRITE RCMP-REPORT-DETAIL-LINE.                               -- ...
047800 readBeforeFigures.                                               -- Subroutine to note a history line's old figures
047900     MOVE "N" TO WS-BEFORE-SWITCH                                 -- Not on file until the read says so
048000     READ STATS-HISTORY-FILE                                      -- Keyed read of the line about to land
048100         INVALID KEY CONTINUE                                     -- Not on file - it will be added
048200         NOT INVALID KEY                                          -- On file - keep its figures for
048300             SET WS-BEFORE-FOUND TO TRUE                          -- ...the BEFORE line
048400             MOVE HST-RECORD-COUNT TO WS-BEF-COUNT                -- ...
048500             MOVE HST-SMALLEST TO WS-BEF-SMALLEST                 -- ...
048600             MOVE HST-LARGEST TO WS-BEF-LARGEST                   -- ...
048700             MOVE HST-MEAN TO WS-BEF-MEAN                         -- ...
048800             MOVE HST-MEDIAN TO WS-BEF-MEDIAN                     -- ...
048900             MOVE HST-STDDEV TO WS-BEF-STDDEV                     -- ...
049000     END-READ.                                                    -- End of read
049100 writeChangeLines.                                                -- Subroutine to show one line before and after
049200     MOVE SPACES TO RCMP-REPORT-CHANGE-LINE                       -- Clear the change line
049300     MOVE HST-STATION-ID TO RCMPC-STATION-ID                      -- The line's station
049400     MOVE HST-READING-TYPE TO RCMPC-READING-TYPE                  -- ...and reading type
049500     IF WS-BEFORE-FOUND                                           -- It replaced a line on file -
049600         MOVE "BEFORE" TO RCMPC-WHEN                              -- ...show that line first
049700         MOVE WS-BEF-COUNT TO RCMPC-COUNT                         -- ...
049800         MOVE WS-BEF-SMALLEST TO RCMPC-SMALLEST                   -- ...
049900         MOVE WS-BEF-LARGEST TO RCMPC-LARGEST                     -- ...
050000         MOVE WS-BEF-MEAN TO RCMPC-MEAN                           -- ...
050100         MOVE WS-BEF-MEDIAN TO RCMPC-MEDIAN                       -- ...
050200         MOVE WS-BEF-STDDEV TO RCMPC-STDDEV                       -- ...
050300         WRITE RCMP-REPORT-CHANGE-LINE                            -- ...
050400         MOVE "AFTER" TO RCMPC-WHEN                               -- ...then as it now stands
050500     ELSE                                                         -- A line the master did not hold
050600         MOVE "ADDED" TO RCMPC-WHEN                               -- ...
050700     END-IF                                                       -- End of found check
050800     MOVE HST-RECORD-COUNT TO RCMPC-COUNT                         -- The figures just landed
050900     MOVE HST-SMALLEST TO RCMPC-SMALLEST                          -- ...
051000     MOVE HST-LARGEST TO RCMPC-LARGEST                            -- ...
051100     MOVE HST-MEAN TO RCMPC-MEAN                                  -- ...
051200     MOVE HST-MEDIAN TO RCMPC-MEDIAN                              -- ...
051300     MOVE HST-STDDEV TO RCMPC-STDDEV                              -- ...
051400     WRITE RCMP-REPORT-CHANGE-LINE.                               -- ...
051500 raiseReturnCode.                                                 -- Subroutine to grade the return code
051600     IF WS-NEW-RC > RETURN-CODE                                   -- Severities only ever rise, so the
051700         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...worst finding decides the run's
051800     END-IF.                                                      -- End of severity check
051900 closeFiles.                                                      -- Subroutine to close the run's files
052000     CLOSE RCMP-CONTROL-FILE                                      -- Done with the batch cards
052100     CLOSE STATS-DETAIL-FILE                                      -- Done with the readings master
052200     CLOSE STATS-HISTORY-FILE                                     -- Done with the history master
052300     CLOSE RCMP-REPORT-FILE.                                      -- Done with the report
052400 END PROGRAM statistics_recompute.                                -- End of program
