001700     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"                -- Discrepancy report
001800         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
001900         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
002000     SELECT STATS-LEDGER-FILE ASSIGN TO "STATSLEDG"               -- The nightly run ledger
002100         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per step event
002200         FILE STATUS IS WS-LEDGER-STATUS.                         -- I-O status for the ledger paragraphs
002300     SELECT STATS-OVERRIDE-FILE ASSIGN TO "STATSOVR"              -- Operator override cards, optional
002400         ORGANIZATION IS LINE SEQUENTIAL                          -- One card per forced step
002500         FILE STATUS IS WS-OVERRIDE-STATUS.                       -- I-O status for findOverride
002600 DATA DIVISION.                                                   -- Start of data declaration
002700 FILE SECTION.                                                    -- File record descriptions
002800 FD  STATS-SUMMARY-FILE                                           -- The night's summary feed
002900     RECORDING MODE IS F.                                         -- Fixed length record
003000 COPY "stats_summary_record.cpy".                                 -- STATS-SUMMARY-RECORD layout
003100 FD  STATS-HISTORY-FILE.                                          -- The master the rollup maintains
003200 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
003300 FD  STATS-AUDIT-FILE                                             -- The running per-run audit log
003400     RECORDING MODE IS F.                                         -- Fixed length record
003500 COPY "stats_audit_record.cpy".                                   -- STATS-AUDIT-RECORD layout
003600 FD  RECON-REPORT-FILE                                            -- Discrepancy report
003700     RECORDING MODE IS F.                                         -- Fixed length print lines
003800 COPY "stats_reconcile_report_record.cpy".                        -- RECON-REPORT-*-LINE layouts
003900 FD  STATS-LEDGER-FILE                                            -- Nightly run ledger
004000     RECORDING MODE IS F.                                         -- Fixed-length records
004100 COPY "stats_ledger_record.cpy".                                  -- Ledger line layout
004200 FD  STATS-OVERRIDE-FILE                                          -- Operator override cards
004300     RECORDING MODE IS F.                                         -- Fixed-length records
004400 COPY "stats_override_record.cpy".                                -- Override card layout
004500 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
004600     01  WS-SUMMARY-STATUS PIC XX.                                -- File status for STATS-SUMMARY-FILE
004700     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
004800     01  WS-AUDIT-STATUS PIC XX.                                  -- File status for STATS-AUDIT-FILE
004900     01  WS-REPORT-STATUS PIC XX.                                 -- File status for RECON-REPORT-FILE
005000     01  WS-SUM-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for loadSummary
005100         88  WS-SUM-EOF  VALUE "Y".                               -- Condition for end of STATSSUM
005200     01  WS-AUD-EOF-SWITCH PIC X.                                 -- End-of-file switch for the audit scans
005300         88  WS-AUD-EOF  VALUE "Y".                               -- Condition for end of STATSAUDIT
005400     01  WS-SCAN-EOF-SWITCH PIC X.                                -- End-of-scan switch for history scans
005500         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for past the batch
005600     01  WS-MAX-SUM-LINES PIC 9(3) VALUE 100.                     -- Upper bound loadSummary will hold
005700     01  WS-SUM-UNCHECKED PIC 9(5) VALUE 0.                       -- Feed lines past the table's cap -
005800*                                                                 -- ...a verification job must never
005900*                                                                 -- ...pass what it didn't check
006000     01  WS-SUM-COUNT    PIC 9(3) VALUE 0.                        -- Summary lines loaded
006100     01  WS-SUM-TABLE.                                            -- The night's summary lines, in core
006200         05  WS-SUM-ENTRY OCCURS 100 TIMES.                       -- One entry per STATSSUM line
006300             10  WS-SUML-DATE    PIC X(10).                       -- The line's run date
006400             10  WS-SUML-BATCH   PIC X(10).                       -- ...batch id
006500             10  WS-SUML-STATION PIC X(4).                        -- ...station id
006600             10  WS-SUML-TYPE    PIC X.                           -- ...reading type
006700             10  WS-SUML-RECS    PIC 9(5).                        -- ...and figures, held so each
006800             10  WS-SUML-SMALLEST PIC 9(3)V99.                    -- ...line can be proven against
006900             10  WS-SUML-LARGEST PIC 9(3)V99.                     -- ...its history record
007000             10  WS-SUML-MODE    PIC 9(3)V99.                     -- ...
007100             10  WS-SUML-MEAN    PIC 9(3)V99.                     -- ...
007200             10  WS-SUML-MEDIAN  PIC 9(3)V99.                     -- ...
007300             10  WS-SUML-STDDEV  PIC 9(3)V9999.                   -- ...
007400     01  WS-SUM-IDX      PIC 9(3).                                -- Loop counter over the summary table
007500     01  WS-MAX-BATCHES  PIC 9(2) VALUE 20.                       -- Upper bound of batches tracked
007600     01  WS-BATCH-COUNT  PIC 9(2) VALUE 0.                        -- Distinct batches in the summary
007700     01  WS-BATCH-TABLE.                                          -- The night's batches, for the counts
007800         05  WS-BAT-ENTRY OCCURS 20 TIMES.                        -- One entry per batch in STATSSUM
007900             10  WS-BAT-DATE     PIC X(10).                       -- The batch's run date
008000             10  WS-BAT-ID       PIC X(10).                       -- ...its id
008100             10  WS-BAT-SUM-LINES PIC 9(3).                       -- Lines STATSSUM delivered for it
008200             10  WS-BAT-HIST-LINES PIC 9(3).                      -- Records STATSHIST holds for it
008300     01  WS-BAT-IDX      PIC 9(2).                                -- Loop counter over the batch table
008400     01  WS-MAX-AUD-BATCHES PIC 9(2) VALUE 20.                    -- Upper bound of audited batches held
008500     01  WS-AUD-COUNT    PIC 9(2) VALUE 0.                        -- The night's audited batch ids
008600     01  WS-AUD-BATCH    OCCURS 20 TIMES PIC X(10).               -- ...in order first seen
008700     01  WS-AUD-IDX      PIC 9(2).                                -- Loop counter over the audited ids
008800     01  WS-NIGHT-DATE   PIC X(10).                               -- The newest date on the audit log
008900     01  WS-FOUND-SWITCH PIC X.                                   -- Set when a lookup finds its record
009000         88  WS-RECORD-FOUND VALUE "Y".                           -- Condition for record on file
009100     01  WS-DISCREPANCY-COUNT PIC 9(5) VALUE 0.                   -- Disagreements found this run
009200     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
009300     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for the report
009400     01  WS-LEDGER-STATUS PIC XX.                                 -- File status for STATS-LEDGER-FILE
009500     01  WS-OVERRIDE-STATUS PIC XX.                               -- File status for STATS-OVERRIDE-FILE
009600     01  WS-LDG-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for ledger scans
009700         88  WS-LDG-EOF  VALUE "Y".                               -- No more ledger lines
009800     01  WS-OVR-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for override cards
009900         88  WS-OVR-EOF  VALUE "Y".                               -- No more override cards
010000     01  WS-LDG-STEP     PIC X(10) VALUE "RECONCILE".             -- This step's name on the run ledger
010100     01  WS-LDG-RUN-DATE PIC X(10).                               -- The run date this step is processing
010200     01  WS-LDG-PRED-STEP PIC X(10).                              -- Predecessor being checked
010300     01  WS-LDG-PRED-STATE PIC X.                                 -- Its latest state for the run date
010400         88  WS-PRED-CLEAN VALUE "C".                             -- Ended with RC 4 or less
010500         88  WS-PRED-RUNNING VALUE "R".                           -- Started but never ended
010600         88  WS-PRED-FAILED VALUE "F".                            -- Ended above RC 4
010700     01  WS-LDG-STATE-TEXT PIC X(17).                             -- Predecessor state in words
010800     01  WS-LDG-EVENT    PIC X(8).                                -- What writeLedgerEntry should record
010900     01  WS-LDG-RC       PIC 9(2).                                -- Return code to record with it
011000     01  WS-LDG-OPERATOR PIC X(8).                                -- Operator behind an override
011100     01  WS-LDG-NOTE     PIC X(30).                               -- Free-text note for the ledger line
011200     01  WS-LDG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS, built by writeLedgerEntry
011300     01  WS-REFUSAL-RC   PIC 9(2) VALUE 20.                       -- This step's own hard-failure code
011400     01  WS-OVR-SWITCH   PIC X VALUE "N".                         -- Set when an override card applies
011500         88  WS-OVERRIDDEN VALUE "Y".                             -- Operator has forced this step through
011600     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
011700         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
011800         05  WS-CURR-MM      PIC 9(2).                            -- Current month
011900         05  WS-CURR-DD      PIC 9(2).                            -- Current day
012000         05  WS-CURR-HH      PIC 9(2).                            -- Current hour, for the ledger
012100         05  WS-CURR-MI      PIC 9(2).                            -- Current minute, for the ledger
012200         05  WS-CURR-SS      PIC 9(2).                            -- Current second, for the ledger
012300         05  FILLER          PIC X(9).                            -- Offset, not needed here
012400 PROCEDURE DIVISION.                                              -- Start of program logic
012500     PERFORM checkLedger                                          -- Refuse to run on top of a failed predecessor
012600     PERFORM openFiles                                            -- Open the three records and the report
012700     PERFORM loadSummary                                          -- Load the night's summary lines
012800     PERFORM checkSummaryLines                                    -- Every line must be on the master
012900     PERFORM checkBatchCounts                                     -- ...with the same number of lines
013000     PERFORM loadAuditBatches                                     -- The night's audited batch ids
013100     PERFORM checkAuditBatches                                    -- ...must each have history records
013200     PERFORM writeReconcileReport                                 -- Prove, or disprove, the night
013300     PERFORM closeFiles                                           -- Close everything on the way out
013400     IF WS-DISCREPANCY-COUNT > 0                                  -- The night's files disagree
013500         MOVE 8 TO WS-NEW-RC                                      -- Scheduler severity: hold the
013600         PERFORM raiseReturnCode                                  -- ...morning jobs and look
013700     END-IF                                                       -- End of discrepancy check
013800     MOVE WS-DISCREPANCY-COUNT TO WS-RPT-COUNT                    -- Edit the total for display
013900     DISPLAY "Discrepancies found: " WS-RPT-COUNT                 -- One console line for the whole run
014000     PERFORM finishLedger                                         -- Record our end and severity on the ledger
014100     STOP RUN.                                                    -- End the program
014200 openFiles.                                                       -- Subroutine to open the run's files
014300     OPEN INPUT STATS-SUMMARY-FILE                                -- Open the night's summary feed
014400     IF WS-SUMMARY-STATUS NOT = "00"                              -- No summary - nothing ran, or it
014500         DISPLAY "STATSSUM OPEN FAILED, STATUS="                  -- ...was lost - either way the
014600             WS-SUMMARY-STATUS                                    -- ...night cannot be proven
014700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
014800         STOP RUN                                                 -- ...
014900     END-IF                                                       -- End of open-check
015000     OPEN INPUT STATS-HISTORY-FILE                                -- Open the master being proven
015100     IF WS-HISTORY-STATUS NOT = "00"                              -- No master to prove against
015200         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
015300             WS-HISTORY-STATUS                                    -- ...
015400         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
015500         STOP RUN                                                 -- ...
015600     END-IF                                                       -- End of open-check
015700     OPEN OUTPUT RECON-REPORT-FILE                                -- Open the print file for this run
015800     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
015900         DISPLAY "RECONRPT OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
016000             WS-REPORT-STATUS                                     -- ...
016100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
016200         STOP RUN                                                 -- ...rather than write into a closed file
016300     END-IF                                                       -- End of open-check
016400     MOVE SPACES TO RECON-REPORT-TITLE-LINE                       -- Clear the title line
016500     MOVE "STATISTICS RECONCILIATION REPORT"                      -- Set the report title
016600         TO RCNT-TITLE-TEXT                                       -- ...
016700     WRITE RECON-REPORT-TITLE-LINE.                               -- Write the report title
016800 loadSummary.                                                     -- Subroutine to load the summary lines
016900     PERFORM readSummaryLine UNTIL WS-SUM-EOF.                    -- One pass per STATSSUM line
017000 readSummaryLine.                                                 -- Subroutine to load one summary line
017100     READ STATS-SUMMARY-FILE                                      -- Read the next summary line
017200         AT END SET WS-SUM-EOF TO TRUE                            -- Flag end of file
017300         NOT AT END                                               -- A summary line was read
017400             IF WS-SUM-COUNT < WS-MAX-SUM-LINES                   -- Room left in the table
017500                 ADD 1 TO WS-SUM-COUNT                            -- Grow the table by one slot
017600                 MOVE SUM-RUN-DATE                                -- File the line's key
017700                     TO WS-SUML-DATE(WS-SUM-COUNT)                -- ...
017800                 MOVE SUM-BATCH-ID                                -- ...
017900                     TO WS-SUML-BATCH(WS-SUM-COUNT)               -- ...
018000                 MOVE SUM-STATION-ID                              -- ...
018100                     TO WS-SUML-STATION(WS-SUM-COUNT)             -- ...
018200                 MOVE SUM-READING-TYPE                            -- ...
018300                     TO WS-SUML-TYPE(WS-SUM-COUNT)                -- ...
018400                 MOVE SUM-RECORD-COUNT                            -- ...and its figures
018500                     TO WS-SUML-RECS(WS-SUM-COUNT)                -- ...
018600                 MOVE SUM-SMALLEST                                -- ...
018700                     TO WS-SUML-SMALLEST(WS-SUM-COUNT)            -- ...
018800                 MOVE SUM-LARGEST                                 -- ...
018900                     TO WS-SUML-LARGEST(WS-SUM-COUNT)             -- ...
019000                 MOVE SUM-MODE                                    -- ...
019100                     TO WS-SUML-MODE(WS-SUM-COUNT)                -- ...
019200                 MOVE SUM-MEAN                                    -- ...
019300                     TO WS-SUML-MEAN(WS-SUM-COUNT)                -- ...
019400                 MOVE SUM-MEDIAN                                  -- ...
019500                     TO WS-SUML-MEDIAN(WS-SUM-COUNT)              -- ...
019600                 MOVE SUM-STDDEV                                  -- ...
019700                     TO WS-SUML-STDDEV(WS-SUM-COUNT)              -- ...
019800                 PERFORM registerBatch                            -- ...and count it for its batch
019900             ELSE                                                 -- A line past the cap cannot be
020000                 ADD 1 TO WS-SUM-UNCHECKED                        -- ...proven - count it so the run
020100*                                                                 -- ...can refuse to call the night
020200*                                                                 -- ...clean
020300             END-IF                                               -- End of room check
020400     END-READ.                                                    -- End of read
020500 registerBatch.                                                   -- Subroutine to count a line's batch
020600     MOVE 1 TO WS-BAT-IDX                                         -- Look the line's batch up among
020700     PERFORM UNTIL WS-BAT-IDX > WS-BATCH-COUNT                    -- ...the batches seen so far
020800         OR (WS-BAT-DATE(WS-BAT-IDX)                              -- ...
020900             = WS-SUML-DATE(WS-SUM-COUNT)                         -- ...
021000             AND WS-BAT-ID(WS-BAT-IDX)                            -- ...
021100             = WS-SUML-BATCH(WS-SUM-COUNT))                       -- ...
021200         ADD 1 TO WS-BAT-IDX                                      -- Try the next entry
021300     END-PERFORM                                                  -- Ends past the table when not found
021400     IF WS-BAT-IDX > WS-BATCH-COUNT                               -- A batch not seen before
021500         IF WS-BATCH-COUNT < WS-MAX-BATCHES                       -- ...and room to track it
021600             ADD 1 TO WS-BATCH-COUNT                              -- Grow the batch table
021700             MOVE WS-SUML-DATE(WS-SUM-COUNT)                      -- Register the new batch
021800                 TO WS-BAT-DATE(WS-BATCH-COUNT)                   -- ...
021900             MOVE WS-SUML-BATCH(WS-SUM-COUNT)                     -- ...
022000                 TO WS-BAT-ID(WS-BATCH-COUNT)                     -- ...
022100             MOVE 1 TO WS-BAT-SUM-LINES(WS-BATCH-COUNT)           -- This line is its first
022200             MOVE 0 TO WS-BAT-HIST-LINES(WS-BATCH-COUNT)          -- History not counted yet
022300         END-IF                                                   -- End of room check
022400     ELSE                                                         -- A batch already tracked
022500         ADD 1 TO WS-BAT-SUM-LINES(WS-BAT-IDX)                    -- Credit the line to it
022600     END-IF.                                                      -- End of new-batch check
022700 checkSummaryLines.                                               -- Subroutine to prove every summary line
022800     PERFORM VARYING WS-SUM-IDX FROM 1 BY 1                       -- One keyed lookup per line
022900         UNTIL WS-SUM-IDX > WS-SUM-COUNT                          -- ...
023000         PERFORM checkOneSummaryLine                              -- Prove this line landed
023100     END-PERFORM.                                                 -- End of loop
023200 checkOneSummaryLine.                                             -- Subroutine to prove one summary line
023300     MOVE "N" TO WS-FOUND-SWITCH                                  -- Not found until the read says so
023400     MOVE WS-SUML-DATE(WS-SUM-IDX) TO HST-RUN-DATE                -- Build the line's record key
023500     MOVE WS-SUML-BATCH(WS-SUM-IDX) TO HST-BATCH-ID               -- ...
023600     MOVE WS-SUML-STATION(WS-SUM-IDX) TO HST-STATION-ID           -- ...
023700     MOVE WS-SUML-TYPE(WS-SUM-IDX) TO HST-READING-TYPE            -- ...
023800     READ STATS-HISTORY-FILE                                      -- One keyed read settles it
023900         INVALID KEY CONTINUE                                     -- No such record on the master
024000         NOT INVALID KEY SET WS-RECORD-FOUND TO TRUE              -- The record is on file
024100     END-READ                                                     -- End of read
024200     IF NOT WS-RECORD-FOUND                                       -- The line never landed - the abend
024300*                                                                 -- ...case this job exists to catch
024400         MOVE SPACES TO RECON-REPORT-DISCREPANCY-LINE             -- Clear the discrepancy line
024500         MOVE "MISSING ON HISTORY" TO RCNX-REASON                 -- Name the disagreement
024600         PERFORM writeDiscrepancyLine                             -- ...and report it
024700     ELSE                                                         -- The record is there - do the
024800         IF HST-RECORD-COUNT NOT = WS-SUML-RECS(WS-SUM-IDX)       -- ...figures agree byte for byte?
024900             OR HST-SMALLEST NOT = WS-SUML-SMALLEST(WS-SUM-IDX)   -- ...
025000             OR HST-LARGEST NOT = WS-SUML-LARGEST(WS-SUM-IDX)     -- ...
025100             OR HST-MODE NOT = WS-SUML-MODE(WS-SUM-IDX)           -- ...
025200             OR HST-MEAN NOT = WS-SUML-MEAN(WS-SUM-IDX)           -- ...
025300             OR HST-MEDIAN NOT = WS-SUML-MEDIAN(WS-SUM-IDX)       -- ...
025400             OR HST-STDDEV NOT = WS-SUML-STDDEV(WS-SUM-IDX)       -- ...
025500             MOVE SPACES TO RECON-REPORT-DISCREPANCY-LINE         -- Clear the discrepancy line
025600             MOVE "FIGURES DIFFER" TO RCNX-REASON                 -- They don't - report it
025700             PERFORM writeDiscrepancyLine                         -- ...
025800         END-IF                                                   -- End of figure comparison
025900     END-IF.                                                      -- End of found check
026000 writeDiscrepancyLine.                                            -- Subroutine to report one disagreement
026100     ADD 1 TO WS-DISCREPANCY-COUNT                                -- Count the disagreement
026200     MOVE WS-SUML-DATE(WS-SUM-IDX) TO RCNX-RUN-DATE               -- Name the record it concerns
026300     MOVE WS-SUML-BATCH(WS-SUM-IDX) TO RCNX-BATCH-ID              -- ...
026400     MOVE WS-SUML-STATION(WS-SUM-IDX) TO RCNX-STATION-ID          -- ...
026500     MOVE WS-SUML-TYPE(WS-SUM-IDX) TO RCNX-TYPE                   -- ...
026600     WRITE RECON-REPORT-DISCREPANCY-LINE.                         -- Write the discrepancy line
026700 checkBatchCounts.                                                -- Subroutine to prove per-batch counts
026800     PERFORM VARYING WS-BAT-IDX FROM 1 BY 1                       -- One count scan per batch
026900         UNTIL WS-BAT-IDX > WS-BATCH-COUNT                        -- ...
027000         PERFORM countBatchHistory                                -- How many records the master holds
027100         IF WS-BAT-HIST-LINES(WS-BAT-IDX)                         -- The master and the feed must
027200             NOT = WS-BAT-SUM-LINES(WS-BAT-IDX)                   -- ...agree line for line
027300             ADD 1 TO WS-DISCREPANCY-COUNT                        -- Count the disagreement
027400             MOVE SPACES TO RECON-REPORT-DISCREPANCY-LINE         -- Clear the discrepancy line
027500             MOVE "LINE COUNT DIFFERS" TO RCNX-REASON             -- Name it
027600             MOVE WS-BAT-DATE(WS-BAT-IDX) TO RCNX-RUN-DATE        -- ...and the batch it concerns
027700             MOVE WS-BAT-ID(WS-BAT-IDX) TO RCNX-BATCH-ID          -- ...
027800             WRITE RECON-REPORT-DISCREPANCY-LINE                  -- Write the discrepancy line
027900         END-IF                                                   -- End of count comparison
028000     END-PERFORM.                                                 -- End of batch loop
028100 countBatchHistory.                                               -- Subroutine to count one batch's records
028200     MOVE 0 TO WS-BAT-HIST-LINES(WS-BAT-IDX)                      -- Nothing counted yet
028300     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the end-of-scan switch
028400     MOVE WS-BAT-DATE(WS-BAT-IDX) TO HST-RUN-DATE                 -- Position at the batch's first
028500     MOVE WS-BAT-ID(WS-BAT-IDX) TO HST-BATCH-ID                   -- ...record in key order
028600     MOVE LOW-VALUES TO HST-STATION-ID                            -- ...
028700     MOVE LOW-VALUES TO HST-READING-TYPE                          -- ...
028800     START STATS-HISTORY-FILE                                     -- ...
028900         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
029000         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- Nothing at or past the batch
029100     END-START                                                    -- End of start
029200     PERFORM countBatchRecord UNTIL WS-SCAN-EOF.                  -- One pass per record in the batch
029300 countBatchRecord.                                                -- Subroutine to count one record
029400     READ STATS-HISTORY-FILE NEXT RECORD                          -- Read the next history record
029500         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
029600         NOT AT END                                               -- A history record was read
029700             IF HST-RUN-DATE NOT = WS-BAT-DATE(WS-BAT-IDX)        -- Past the batch in key order
029800                 OR HST-BATCH-ID NOT = WS-BAT-ID(WS-BAT-IDX)      -- ...
029900                 SET WS-SCAN-EOF TO TRUE                          -- Done with the batch
030000             ELSE                                                 -- Still inside the batch
030100                 ADD 1 TO WS-BAT-HIST-LINES(WS-BAT-IDX)           -- Count the record
030200             END-IF                                               -- End of batch check
030300     END-READ.                                                    -- End of read
030400 loadAuditBatches.                                                -- Subroutine to find the night's batches
030500     MOVE SPACES TO WS-NIGHT-DATE                                 -- The night is the newest date on
030600     MOVE "N" TO WS-AUD-EOF-SWITCH                                -- ...the audit log - find it first
030700     OPEN INPUT STATS-AUDIT-FILE                                  -- Walk the audit log once for it
030800     IF WS-AUDIT-STATUS = "00"                                    -- There is an audit log to read
030900         PERFORM findNightDate UNTIL WS-AUD-EOF                   -- One pass per audit line
031000         CLOSE STATS-AUDIT-FILE                                   -- Done with the first pass
031100         MOVE "N" TO WS-AUD-EOF-SWITCH                            -- Reset for the second pass
031200         OPEN INPUT STATS-AUDIT-FILE                              -- Walk it again for the night's
031300         PERFORM gatherNightBatch UNTIL WS-AUD-EOF                -- ...batch ids
031400         CLOSE STATS-AUDIT-FILE                                   -- Done with the audit log
031500     END-IF.                                                      -- End of log-exists check
031600 findNightDate.                                                   -- Subroutine to find the newest date
031700     READ STATS-AUDIT-FILE                                        -- Read the next audit line
031800         AT END SET WS-AUD-EOF TO TRUE                            -- Flag end of file
031900         NOT AT END                                               -- An audit line was read
032000             MOVE AUD-TIMESTAMP(1:10) TO WS-NIGHT-DATE            -- The log only ever grows, so the
032100     END-READ.                                                    -- ...last line's date is the night
032200 gatherNightBatch.                                                -- Subroutine to gather one batch id
032300     READ STATS-AUDIT-FILE                                        -- Read the next audit line
032400         AT END SET WS-AUD-EOF TO TRUE                            -- Flag end of file
032500         NOT AT END                                               -- An audit line was read
032600             IF AUD-TIMESTAMP(1:10) = WS-NIGHT-DATE               -- One of the night's runs
032700                 PERFORM registerAuditBatch                       -- Remember its batch id
032800             END-IF                                               -- End of night check
032900     END-READ.                                                    -- End of read
033000 registerAuditBatch.                                              -- Subroutine to table one audited id
033100     MOVE 1 TO WS-AUD-IDX                                         -- Look the id up among those held
033200     PERFORM UNTIL WS-AUD-IDX > WS-AUD-COUNT                      -- ...
033300         OR WS-AUD-BATCH(WS-AUD-IDX) = AUD-BATCH-ID               -- ...
033400         ADD 1 TO WS-AUD-IDX                                      -- Try the next entry
033500     END-PERFORM                                                  -- Ends past the table when not found
033600     IF WS-AUD-IDX > WS-AUD-COUNT                                 -- An id not held yet
033700         AND WS-AUD-COUNT < WS-MAX-AUD-BATCHES                    -- ...and room to hold it
033800         ADD 1 TO WS-AUD-COUNT                                    -- Grow the table
033900         MOVE AUD-BATCH-ID TO WS-AUD-BATCH(WS-AUD-COUNT)          -- Hold the audited id
034000     END-IF.                                                      -- End of new-id check
034100 checkAuditBatches.                                               -- Subroutine to prove audited batches
034200     PERFORM VARYING WS-AUD-IDX FROM 1 BY 1                       -- Every batch the audit log says
034300         UNTIL WS-AUD-IDX > WS-AUD-COUNT                          -- ...ran tonight must have landed
034400         MOVE "N" TO WS-FOUND-SWITCH                              -- Not found until a batch matches
034500         PERFORM VARYING WS-BAT-IDX FROM 1 BY 1                   -- The summary's batches were each
034600             UNTIL WS-BAT-IDX > WS-BATCH-COUNT                    -- ...already proven against the
034700             OR WS-RECORD-FOUND                                   -- ...master above, so membership
034800             IF WS-BAT-ID(WS-BAT-IDX)                             -- ...there is proof enough
034900                 = WS-AUD-BATCH(WS-AUD-IDX)                       -- ...
035000                 SET WS-RECORD-FOUND TO TRUE                      -- The batch is accounted for
035100             END-IF                                               -- End of match check
035200         END-PERFORM                                              -- End of batch loop
035300         IF NOT WS-RECORD-FOUND                                   -- Audited but nowhere in the feed -
035400*                                                                 -- ...its history lines can't be
035500*                                                                 -- ...proven, so flag the batch
035600             ADD 1 TO WS-DISCREPANCY-COUNT                        -- Count the disagreement
035700             MOVE SPACES TO RECON-REPORT-DISCREPANCY-LINE         -- Clear the discrepancy line
035800             MOVE "AUDITED NOT IN FEED" TO RCNX-REASON            -- Name it
035900             MOVE WS-AUD-BATCH(WS-AUD-IDX) TO RCNX-BATCH-ID       -- ...and the batch it concerns
036000             WRITE RECON-REPORT-DISCREPANCY-LINE                  -- Write the discrepancy line
036100         END-IF                                                   -- End of found check
036200     END-PERFORM.                                                 -- End of audited-id loop
036300 writeReconcileReport.                                            -- Subroutine to close out the report
036400     MOVE SPACES TO RECON-REPORT-DETAIL-LINE                      -- Clear the detail line
036500     MOVE "SUMMARY LINES CHECKED" TO RCND-LABEL                   -- Label the lines checked
036600     MOVE WS-SUM-COUNT TO WS-RPT-COUNT                            -- Edit it for the report
036700     MOVE WS-RPT-COUNT TO RCND-VALUE                              -- ...
036800     WRITE RECON-REPORT-DETAIL-LINE                               -- Write the detail line
036900     MOVE SPACES TO RECON-REPORT-DETAIL-LINE                      -- Clear the detail line
037000     MOVE "BATCHES CHECKED" TO RCND-LABEL                         -- Label the batches checked
037100     MOVE WS-BATCH-COUNT TO WS-RPT-COUNT                          -- Edit it for the report
037200     MOVE WS-RPT-COUNT TO RCND-VALUE                              -- ...
037300     WRITE RECON-REPORT-DETAIL-LINE                               -- Write the detail line
037400     MOVE SPACES TO RECON-REPORT-DETAIL-LINE                      -- Clear the detail line
037500     MOVE "AUDITED BATCHES TONIGHT" TO RCND-LABEL                 -- Label the audited ids
037600     MOVE WS-AUD-COUNT TO WS-RPT-COUNT                            -- Edit it for the report
037700     MOVE WS-RPT-COUNT TO RCND-VALUE                              -- ...
037800     WRITE RECON-REPORT-DETAIL-LINE                               -- Write the detail line
037900     IF WS-SUM-UNCHECKED > 0                                      -- The feed outgrew the table -
038000         ADD 1 TO WS-DISCREPANCY-COUNT                            -- ...the night cannot be proven,
038100*                                                                 -- ...so it must not read as clean
038200         MOVE SPACES TO RECON-REPORT-DETAIL-LINE                  -- Clear the detail line
038300         MOVE "SUMMARY LINES UNCHECKED" TO RCND-LABEL             -- Name the shortfall
038400         MOVE WS-SUM-UNCHECKED TO WS-RPT-COUNT                    -- Edit it for the report
038500         MOVE WS-RPT-COUNT TO RCND-VALUE                          -- ...
038600         WRITE RECON-REPORT-DETAIL-LINE                           -- Write the detail line
038700     END-IF                                                       -- End of unchecked check
038800     MOVE SPACES TO RECON-REPORT-DETAIL-LINE                      -- Clear the detail line
038900     MOVE "DISCREPANCIES FOUND" TO RCND-LABEL                     -- Label the verdict count
039000     MOVE WS-DISCREPANCY-COUNT TO WS-RPT-COUNT                    -- Edit it for the report
039100     MOVE WS-RPT-COUNT TO RCND-VALUE                              -- ...
039200     WRITE RECON-REPORT-DETAIL-LINE                               -- Write the detail line
039300     IF WS-DISCREPANCY-COUNT = 0                                  -- A clean night says so in words
039400         MOVE SPACES TO RECON-REPORT-DETAIL-LINE                  -- Clear the detail line
039500         MOVE "ALL FILES AGREE" TO RCND-LABEL                     -- ...
039600         WRITE RECON-REPORT-DETAIL-LINE                           -- Write the detail line
039700     END-IF.                                                      -- End of clean check
039800 raiseReturnCode.                                                 -- Subroutine to grade the return code
039900     IF WS-NEW-RC > RETURN-CODE                                   -- Severities only ever rise, so the
040000         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...worst finding decides the run's
040100     END-IF.                                                      -- End of severity check
040200 closeFiles.                                                      -- Subroutine to close the run's files
040300     CLOSE STATS-SUMMARY-FILE                                     -- Done with the summary feed
040400     CLOSE STATS-HISTORY-FILE                                     -- Done with the master
040500     CLOSE RECON-REPORT-FILE.                                     -- Done with the report
040600 checkLedger.                                                     -- Subroutine to clear this step against the run ledger
040700     PERFORM findRunDate                                          -- Which night's summary we are checking
040800     MOVE "PROGRAM" TO WS-LDG-PRED-STEP                           -- statistics_program must have ended
040900     PERFORM checkPredecessor                                     -- ...clean for that same night
041000     MOVE "ROLLUP" TO WS-LDG-PRED-STEP                            -- ...and so must the rollup, or
041100     PERFORM checkPredecessor                                     -- ...STATSHIST is only half updated
041200     PERFORM startLedger.                                         -- Cleared - sign the ledger
041300 findRunDate.                                                     -- Subroutine to find the night this summary belongs to
041400     MOVE SPACES TO WS-LDG-RUN-DATE                               -- Nothing found yet
041500     OPEN INPUT STATS-SUMMARY-FILE                                -- Peek at the first summary line
041600     IF WS-SUMMARY-STATUS = "00"                                  -- ...
041700         READ STATS-SUMMARY-FILE                                  -- ...
041800             AT END CONTINUE                                      -- An empty summary carries no date
041900             NOT AT END MOVE SUM-RUN-DATE TO WS-LDG-RUN-DATE      -- ...
042000         END-READ                                                 -- End of read
042100         CLOSE STATS-SUMMARY-FILE                                 -- openFiles reopens it
042200     END-IF                                                       -- End of open check
042300     IF WS-LDG-RUN-DATE = SPACES                                  -- Fall back on the newest night
042400         PERFORM findLatestRunDate                                -- ...statistics_program started
042500     END-IF.                                                      -- End of fallback
042600 checkPredecessor.                                                -- Subroutine to insist a predecessor ended clean
042700     PERFORM findPredecessorState                                 -- Its latest ledger state for the date
042800     IF NOT WS-PRED-CLEAN                                         -- Missing, unfinished or failed
042900         PERFORM findOverride                                     -- Has the operator chosen to force it?
043000         IF WS-OVERRIDDEN                                         -- Yes - log who and why, then carry on
043100             MOVE "OVERRIDE" TO WS-LDG-EVENT                      -- ...
043200             MOVE 0 TO WS-LDG-RC                                  -- ...
043300             PERFORM writeLedgerEntry                             -- ...
043400             DISPLAY "RECONCILE FORCED PAST " WS-LDG-PRED-STEP    -- Say so on the console too
043500                 " BY " WS-LDG-OPERATOR                           -- ...
043600         ELSE                                                     -- No override - refuse to start
043700             MOVE "REFUSED" TO WS-LDG-EVENT                       -- Leave the refusal on the ledger
043800             MOVE WS-REFUSAL-RC TO WS-LDG-RC                      -- ...with the code we stop on
043900             MOVE SPACES TO WS-LDG-OPERATOR                       -- ...
044000             MOVE SPACES TO WS-LDG-NOTE                           -- ...and which predecessor it was
044100             STRING WS-LDG-PRED-STEP DELIMITED BY SPACE           -- ...
044200                 " " WS-LDG-STATE-TEXT DELIMITED BY SIZE          -- ...
044300                 INTO WS-LDG-NOTE                                 -- ...
044400             PERFORM writeLedgerEntry                             -- ...
044500             DISPLAY "RECONCILE REFUSED - PREDECESSOR NOT CLEAN: "-- Fail loudly
044600                 WS-LDG-PRED-STEP                                 -- ...
044700             MOVE WS-REFUSAL-RC TO RETURN-CODE                    -- This step's own hard-failure code
044800             STOP RUN                                             -- ...before touching anything
044900         END-IF                                                   -- End of override check
045000     END-IF.                                                      -- End of predecessor check
045100 findPredecessorState.                                            -- Subroutine to read a predecessor's ledger state
045200     MOVE SPACE TO WS-LDG-PRED-STATE                              -- Nothing on the ledger yet
045300     MOVE "HAS NOT RUN" TO WS-LDG-STATE-TEXT                      -- ...
045400     MOVE "N" TO WS-LDG-EOF-SWITCH                                -- Rewind the ledger scan
045500     OPEN INPUT STATS-LEDGER-FILE                                 -- Read the whole ledger
045600     IF WS-LEDGER-STATUS = "00"                                   -- No ledger at all leaves it "not run"
045700         PERFORM scanPredecessorLine UNTIL WS-LDG-EOF             -- Latest line wins
045800         CLOSE STATS-LEDGER-FILE                                  -- ...
045900     END-IF.                                                      -- End of ledger scan
046000 scanPredecessorLine.                                             -- Subroutine to apply one ledger line
046100     READ STATS-LEDGER-FILE                                       -- Next ledger line
046200         AT END SET WS-LDG-EOF TO TRUE                            -- Flag end of file
046300         NOT AT END                                               -- Only the predecessor's own lines
046400             IF LDG-STEP = WS-LDG-PRED-STEP                       -- ...for this same run date
046500                 AND LDG-RUN-DATE = WS-LDG-RUN-DATE               -- ...
046600                 IF LDG-IS-START                                  -- A (re)start - not clean until it ends
046700                     SET WS-PRED-RUNNING TO TRUE                  -- ...
046800                     MOVE "DID NOT FINISH" TO WS-LDG-STATE-TEXT   -- ...
046900                 ELSE                                             -- ...
047000                 IF LDG-IS-END                                    -- Ended - clean only at RC 4 or less
047100                     IF LDG-RETURN-CODE > 4                       -- ...8 holds the next step
047200                         SET WS-PRED-FAILED TO TRUE               -- ...
047300                         MOVE "ENDED ABOVE RC 4"                  -- ...
047400                             TO WS-LDG-STATE-TEXT                 -- ...
047500                     ELSE                                         -- ...
047600                         SET WS-PRED-CLEAN TO TRUE                -- ...
047700                     END-IF                                       -- End of return-code check
047800                 END-IF                                           -- End of end check
047900                 END-IF                                           -- End of start check
048000             END-IF                                               -- End of step check
048100     END-READ.                                                    -- End of read
048200 findOverride.                                                    -- Subroutine to look for an operator override card
048300     MOVE "N" TO WS-OVR-SWITCH                                    -- Assume none
048400     MOVE "N" TO WS-OVR-EOF-SWITCH                                -- ...
048500     OPEN INPUT STATS-OVERRIDE-FILE                               -- Cards are optional
048600     IF WS-OVERRIDE-STATUS = "00"                                 -- No file means no override
048700         PERFORM scanOverrideCard                                 -- First matching card wins
048800             UNTIL WS-OVR-EOF OR WS-OVERRIDDEN                    -- ...
048900         CLOSE STATS-OVERRIDE-FILE                                -- ...
049000     END-IF.                                                      -- End of override scan
049100 scanOverrideCard.                                                -- Subroutine to test one override card
049200     READ STATS-OVERRIDE-FILE                                     -- Next card
049300         AT END SET WS-OVR-EOF TO TRUE                            -- Flag end of file
049400         NOT AT END                                               -- Must name this step, this date or any
049500             IF OVR-STEP = WS-LDG-STEP                            -- ...date, and be owned by
049600                 AND (OVR-RUN-DATE = SPACES                       -- ...an operator
049700                 OR OVR-RUN-DATE = WS-LDG-RUN-DATE)               -- ...
049800                 AND OVR-OPERATOR NOT = SPACES                    -- ...
049900                 SET WS-OVERRIDDEN TO TRUE                        -- Forced through
050000                 MOVE OVR-OPERATOR TO WS-LDG-OPERATOR             -- ...by whom
050100                 MOVE OVR-REASON TO WS-LDG-NOTE                   -- ...and why
050200             END-IF                                               -- End of card check
050300     END-READ.                                                    -- End of read
050400 findLatestRunDate.                                               -- Subroutine to take the night's date from the ledger
050500     MOVE "N" TO WS-LDG-EOF-SWITCH                                -- Used when this step's own input
050600     OPEN INPUT STATS-LEDGER-FILE                                 -- ...carries no run date - the newest
050700     IF WS-LEDGER-STATUS = "00"                                   -- ...statistics_program start is the
050800         PERFORM scanLatestRunDate UNTIL WS-LDG-EOF               -- ...night being run
050900         CLOSE STATS-LEDGER-FILE                                  -- ...
051000     END-IF.                                                      -- End of ledger scan
051100 scanLatestRunDate.                                               -- Subroutine to note one program start
051200     READ STATS-LEDGER-FILE                                       -- Next ledger line
051300         AT END SET WS-LDG-EOF TO TRUE                            -- Flag end of file
051400         NOT AT END                                               -- ...
051500             IF LDG-STEP = "PROGRAM" AND LDG-IS-START             -- The log only ever grows, so
051600                 MOVE LDG-RUN-DATE TO WS-LDG-RUN-DATE             -- ...the last one is newest
051700             END-IF                                               -- End of start check
051800     END-READ.                                                    -- End of read
051900 startLedger.                                                     -- Subroutine to record this step's start
052000     MOVE "START" TO WS-LDG-EVENT                                 -- Cleared its checks
052100     MOVE 0 TO WS-LDG-RC                                          -- ...
052200     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
052300     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
052400     PERFORM writeLedgerEntry.                                    -- ...
052500 finishLedger.                                                    -- Subroutine to record this step's end
052600     MOVE "END" TO WS-LDG-EVENT                                   -- Reached the normal end
052700     MOVE RETURN-CODE TO WS-LDG-RC                                -- ...with the severity we stop on
052800     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
052900     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
053000     PERFORM writeLedgerEntry.                                    -- ...
053100 writeLedgerEntry.                                                -- Subroutine to append one run-ledger line
053200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the event
053300     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
053400         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
053500         DELIMITED BY SIZE INTO WS-LDG-TIMESTAMP                  -- ...
053600     OPEN EXTEND STATS-LEDGER-FILE                                -- Append to the running ledger
053700     IF WS-LEDGER-STATUS NOT = "00"                               -- No ledger yet, first run
053800         OPEN OUTPUT STATS-LEDGER-FILE                            -- Create an empty one
053900         CLOSE STATS-LEDGER-FILE                                  -- ...
054000         OPEN EXTEND STATS-LEDGER-FILE                            -- Reopen it for appending
054100     END-IF                                                       -- End of if statement
054200     IF WS-LEDGER-STATUS NOT = "00"                               -- A step that cannot sign the
054300         DISPLAY "STATSLEDG OPEN FAILED, STATUS="                 -- ...ledger must not run unseen
054400             WS-LEDGER-STATUS                                     -- ...
054500         MOVE 12 TO RETURN-CODE                                   -- ...
054600         STOP RUN                                                 -- ...
054700     END-IF                                                       -- End of open check
054800     MOVE SPACES TO STATS-LEDGER-RECORD                           -- Clear the ledger line
054900     MOVE WS-LDG-TIMESTAMP TO LDG-TIMESTAMP                       -- When it happened
055000     MOVE WS-LDG-STEP TO LDG-STEP                                 -- Which step
055100     MOVE WS-LDG-EVENT TO LDG-EVENT                               -- What happened
055200     MOVE WS-LDG-RUN-DATE TO LDG-RUN-DATE                         -- For which night
055300     MOVE WS-LDG-RC TO LDG-RETURN-CODE                            -- With what severity
055400     MOVE WS-LDG-OPERATOR TO LDG-OPERATOR                         -- Who, for an override
055500     MOVE WS-LDG-NOTE TO LDG-NOTE                                 -- Why, or which predecessor
055600     WRITE STATS-LEDGER-RECORD                                    -- Append the ledger line
055700     CLOSE STATS-LEDGER-FILE.                                     -- Done until the next event
055800 END PROGRAM statistics_reconcile.                                -- End of program
