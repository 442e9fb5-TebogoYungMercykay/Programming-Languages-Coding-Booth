000900     SELECT STATS-ALERT-FILE ASSIGN TO "STATSALRT"                -- Last night's drift breaches
001000         ORGANIZATION IS LINE SEQUENTIAL                          -- One breach per line
001100         FILE STATUS IS WS-ALERT-STATUS.                          -- I-O status for gatherAlerts
001200     SELECT STATS-ALERT-REG-FILE ASSIGN TO "STATSALRG"            -- The drift alert register
001300         ORGANIZATION IS INDEXED                                  -- Keyed, kept by the rollup
001400         ACCESS MODE IS DYNAMIC                                   -- Read front to back here
001500         RECORD KEY IS ARG-ALERT-KEY                              -- Type + reading type + station + seq
001600         FILE STATUS IS WS-ALERT-REG-STATUS.                      -- I-O status for gatherOpenAlerts
001700     SELECT STATS-REJECT-FILE ASSIGN TO "STATSREJ"                -- Last night's rejected readings
001800         ORGANIZATION IS LINE SEQUENTIAL                          -- One rejected reading per line
001900         FILE STATUS IS WS-REJECT-STATUS.                         -- I-O status for gatherRejects
002000     SELECT STATS-EXCEED-FILE ASSIGN TO "STATSEXC"                -- Last night's alarm-limit breaches
002100         ORGANIZATION IS LINE SEQUENTIAL                          -- One breach per line
002200         FILE STATUS IS WS-EXCEED-STATUS.                         -- I-O status for gatherExceedances
002300     SELECT HISTM-LOG-FILE ASSIGN TO "HISTMLOG"                   -- The maintenance change log
002400         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per change
002500         FILE STATUS IS WS-LOG-STATUS.                            -- I-O status for gatherMaintenance
002600     SELECT DGST-REPORT-FILE ASSIGN TO "OPSDIGST"                 -- The one-page morning digest
002700         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
002800         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
002900     SELECT STATS-LEDGER-FILE ASSIGN TO "STATSLEDG"               -- The nightly run ledger
003000         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per step event
003100         FILE STATUS IS WS-LEDGER-STATUS.                         -- I-O status for the ledger paragraphs
003200     SELECT STATS-OVERRIDE-FILE ASSIGN TO "STATSOVR"              -- Operator override cards, optional
003300         ORGANIZATION IS LINE SEQUENTIAL                          -- One card per forced step
003400         FILE STATUS IS WS-OVERRIDE-STATUS.                       -- I-O status for findOverride
003500 DATA DIVISION.                                                   -- Start of data declaration
003600 FILE SECTION.                                                    -- File record descriptions
003700 FD  STATS-AUDIT-FILE                                             -- The running per-run audit log
003800     RECORDING MODE IS F.                                         -- Fixed length record
003900 COPY "stats_audit_record.cpy".                                   -- STATS-AUDIT-RECORD layout
004000 FD  STATS-ALERT-FILE                                             -- Last night's drift breaches
004100     RECORDING MODE IS F.                                         -- Fixed length records
004200 COPY "stats_alert_record.cpy".                                   -- STATS-ALERT-RECORD layout
004300 FD  STATS-ALERT-REG-FILE.                                        -- The drift alert register
004400 COPY "stats_alert_register_record.cpy".                          -- STATS-ALERT-REG-RECORD layout
004500 FD  STATS-REJECT-FILE                                            -- Last night's rejected readings
004600     RECORDING MODE IS F.                                         -- Fixed length records
004700 COPY "stats_reject_record.cpy".                                  -- STATS-REJECT-* layouts
004800 FD  STATS-EXCEED-FILE                                            -- Last night's alarm-limit breaches
004900     RECORDING MODE IS F.                                         -- Fixed length records
005000 COPY "stats_exceedance_record.cpy".                              -- STATS-EXCEEDANCE-RECORD layout
005100 FD  HISTM-LOG-FILE                                               -- The maintenance change log
005200     RECORDING MODE IS F.                                         -- Fixed length records
005300 COPY "stats_histmaint_log_record.cpy".                           -- HISTM-LOG-RECORD layout
005400 FD  DGST-REPORT-FILE                                             -- The one-page morning digest
005500     RECORDING MODE IS F.                                         -- Fixed length print lines
005600 COPY "stats_digest_report_record.cpy".                           -- DGST-REPORT-*-LINE layouts
005700 FD  STATS-LEDGER-FILE                                            -- Nightly run ledger
005800     RECORDING MODE IS F.                                         -- Fixed-length records
005900 COPY "stats_ledger_record.cpy".                                  -- Ledger line layout
006000 FD  STATS-OVERRIDE-FILE                                          -- Operator override cards
006100     RECORDING MODE IS F.                                         -- Fixed-length records
006200 COPY "stats_override_record.cpy".                                -- Override card layout
006300 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
006400     01  WS-AUDIT-STATUS PIC XX.                                  -- File status for STATS-AUDIT-FILE
006500     01  WS-ALERT-STATUS PIC XX.                                  -- File status for STATS-ALERT-FILE
006600     01  WS-REJECT-STATUS PIC XX.                                 -- File status for STATS-REJECT-FILE
006700     01  WS-LOG-STATUS   PIC XX.                                  -- File status for HISTM-LOG-FILE
006800     01  WS-REPORT-STATUS PIC XX.                                 -- File status for DGST-REPORT-FILE
006900     01  WS-EOF-SWITCH   PIC X.                                   -- End-of-file switch, reset per file
007000         88  WS-FILE-EOF VALUE "Y".                               -- Condition for end of current file
007100     01  WS-NIGHT-DATE   PIC X(10).                               -- The newest date on the audit log
007200     01  WS-MAX-BATCHES  PIC 9(2) VALUE 20.                       -- Upper bound of batches listed
007300     01  WS-BATCH-COUNT  PIC 9(2) VALUE 0.                        -- Batches the night actually ran
007400     01  WS-BATCH-TABLE.                                          -- The night's batches, for the page
007500         05  WS-BAT-ENTRY OCCURS 20 TIMES.                        -- One entry per audited run
007600             10  WS-BAT-ID       PIC X(10).                       -- The batch's id
007700             10  WS-BAT-RECS     PIC 9(5).                        -- Readings it processed
007800             10  WS-BAT-NOTE     PIC X(20).                       -- The audit line's note, if any
007900             10  WS-BAT-REJECTS  PIC 9(5).                        -- Rejects logged against it
008000     01  WS-BAT-IDX      PIC 9(2).                                -- Loop counter over the batch table
008100     01  WS-MAX-ALERTS   PIC 9(2) VALUE 10.                       -- Upper bound of breaches listed
008200     01  WS-ALERT-COUNT  PIC 9(2) VALUE 0.                        -- Breaches raised last night
008300     01  WS-ALERT-TABLE.                                          -- The night's breaches, for the page
008400         05  WS-ALR-ENTRY OCCURS 10 TIMES.                        -- One entry per breach
008500             10  WS-ALR-TYPE     PIC X(12).                       -- What drifted
008600             10  WS-ALR-RTYPE    PIC X.                           -- Which reading type drifted
008700             10  WS-ALR-OBSERVED PIC 9(7)V99.                     -- The observed figure
008800             10  WS-ALR-EXPECTED PIC 9(7)V99.                     -- The period norm
008900     01  WS-ALR-IDX      PIC 9(2).                                -- Loop counter over the breach table
009000     01  WS-ALERT-REG-STATUS PIC XX.                              -- File status for STATS-ALERT-REG-FILE
009100     01  WS-OPEN-ALERTS  PIC 9(5) VALUE 0.                        -- Alerts nobody has acknowledged
009200     01  WS-ESCALATED-ALERTS PIC 9(5) VALUE 0.                    -- ...of which have escalated
009300     01  WS-MAX-OPEN     PIC 9(2) VALUE 20.                       -- Upper bound of open alerts listed
009400     01  WS-OPEN-LISTED  PIC 9(2) VALUE 0.                        -- Open alerts in the table
009500     01  WS-OPEN-TABLE.                                           -- The open alerts, for the page
009600         05  WS-OPN-ENTRY OCCURS 20 TIMES.                        -- One entry per open alert
009700             10  WS-OPN-TYPE     PIC X(12).                       -- What drifted
009800             10  WS-OPN-RTYPE    PIC X.                           -- ...for which reading type
009900             10  WS-OPN-STATION  PIC X(4).                        -- ...and station
010000             10  WS-OPN-AGE      PIC 9(4).                        -- Days open as of the night
010100             10  WS-OPN-LEVEL    PIC 9.                           -- Escalation level reached
010200             10  WS-OPN-BREACHES PIC 9(5).                        -- Breaches gathered
010300             10  WS-OPN-OPENED   PIC X(10).                       -- The night it opened
010400     01  WS-OPN-IDX      PIC 9(2).                                -- Loop counter over the open table
010500     01  WS-AGE-ASOF     PIC X(10).                               -- MM/DD/YYYY alerts are aged to
010600     01  WS-ALERT-AGE    PIC S9(5).                               -- Days one alert has been open
010700     01  WS-AGE-FROM-KEY PIC X(8).                                -- YYYYMMDD the alert opened
010800     01  WS-AGE-FROM-NUM REDEFINES WS-AGE-FROM-KEY PIC 9(8).      -- ...as a number
010900     01  WS-AGE-TO-KEY   PIC X(8).                                -- YYYYMMDD it is being aged to
011000     01  WS-AGE-TO-NUM REDEFINES WS-AGE-TO-KEY PIC 9(8).          -- ...as a number
011100     01  WS-REJECT-TOTAL PIC 9(5) VALUE 0.                        -- Rejects logged across the night
011200     01  WS-EXCEED-STATUS PIC XX.                                 -- File status for STATS-EXCEED-FILE
011300     01  WS-EXCEED-TOTAL PIC 9(5) VALUE 0.                        -- Alarm-limit breaches last night
011400     01  WS-REJ-BATCH    PIC X(10).                               -- Batch the reject group belongs to
011500     01  WS-TRAILER-REJECTS PIC 9(5).                             -- One trailer's total, made numeric
011600     01  WS-MAINT-COUNT  PIC 9(5) VALUE 0.                        -- Overnight maintenance changes
011700     01  WS-MAINT-LISTED PIC 9(2) VALUE 0.                        -- ...of which are listed below
011800     01  WS-MAX-MAINT    PIC 9(2) VALUE 10.                       -- Upper bound of changes listed
011900     01  WS-MAINT-TABLE.                                          -- The night's changes, for the page
012000         05  WS-MNT-ENTRY OCCURS 10 TIMES.                        -- One entry per change
012100             10  WS-MNT-ACTION   PIC X(8).                        -- What was done
012200             10  WS-MNT-DATE     PIC X(10).                       -- ...to which record
012300             10  WS-MNT-BATCH    PIC X(10).                       -- ...
012400             10  WS-MNT-STATION  PIC X(4).                        -- ...
012500     01  WS-MNT-IDX      PIC 9(2).                                -- Loop counter over the change table
012600     01  WS-VERDICT      PIC X(9).                                -- OK, ATTENTION or FAILED
012700     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for the page
012800     01  WS-LEDGER-STATUS PIC XX.                                 -- File status for STATS-LEDGER-FILE
012900     01  WS-OVERRIDE-STATUS PIC XX.                               -- File status for STATS-OVERRIDE-FILE
013000     01  WS-LDG-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for ledger scans
013100         88  WS-LDG-EOF  VALUE "Y".                               -- No more ledger lines
013200     01  WS-OVR-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for override cards
013300         88  WS-OVR-EOF  VALUE "Y".                               -- No more override cards
013400     01  WS-LDG-STEP     PIC X(10) VALUE "DIGEST".                -- This step's name on the run ledger
013500     01  WS-LDG-RUN-DATE PIC X(10).                               -- The run date this step is processing
013600     01  WS-LDG-PRED-STEP PIC X(10).                              -- Predecessor being checked
013700     01  WS-LDG-PRED-STATE PIC X.                                 -- Its latest state for the run date
013800         88  WS-PRED-CLEAN VALUE "C".                             -- Ended with RC 4 or less
013900         88  WS-PRED-RUNNING VALUE "R".                           -- Started but never ended
014000         88  WS-PRED-FAILED VALUE "F".                            -- Ended above RC 4
014100     01  WS-LDG-STATE-TEXT PIC X(17).                             -- Predecessor state in words
014200     01  WS-LDG-EVENT    PIC X(8).                                -- What writeLedgerEntry should record
014300     01  WS-LDG-RC       PIC 9(2).                                -- Return code to record with it
014400     01  WS-LDG-OPERATOR PIC X(8).                                -- Operator behind an override
014500     01  WS-LDG-NOTE     PIC X(30).                               -- Free-text note for the ledger line
014600     01  WS-LDG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS, built by writeLedgerEntry
014700     01  WS-REFUSAL-RC   PIC 9(2) VALUE 24.                       -- This step's own hard-failure code
014800     01  WS-OVR-SWITCH   PIC X VALUE "N".                         -- Set when an override card applies
014900         88  WS-OVERRIDDEN VALUE "Y".                             -- Operator has forced this step through
015000     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
015100         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
015200         05  WS-CURR-MM      PIC 9(2).                            -- Current month
015300         05  WS-CURR-DD      PIC 9(2).                            -- Current day
015400         05  WS-CURR-HH      PIC 9(2).                            -- Current hour, for the ledger
015500         05  WS-CURR-MI      PIC 9(2).                            -- Current minute, for the ledger
015600         05  WS-CURR-SS      PIC 9(2).                            -- Current second, for the ledger
015700         05  FILLER          PIC X(9).                            -- Offset, not needed here
015800 PROCEDURE DIVISION.                                              -- Start of program logic
015900     PERFORM checkLedger                                          -- Refuse to run on top of a failed predecessor
016000     PERFORM gatherBatches                                        -- What ran, from the audit log
016100     PERFORM gatherRejects                                        -- What was rejected, per batch
016200     PERFORM gatherExceedances                                    -- Count the stations' alarm-limit breaches
016300     PERFORM gatherAlerts                                         -- What drifted
016400     PERFORM gatherOpenAlerts                                     -- What is still waiting on an operator
016500     PERFORM gatherMaintenance                                    -- What was corrected overnight
016600     PERFORM settleVerdict                                        -- One word for the whole night
016700     PERFORM writeDigest                                          -- ...and one page behind it
016800     DISPLAY "Overnight verdict: " WS-VERDICT                     -- One console line for the whole run
016900     PERFORM finishLedger                                         -- Record our end and severity on the ledger
017000     STOP RUN.                                                    -- End the program
017100 gatherBatches.                                                   -- Subroutine to table the night's runs
017200     MOVE SPACES TO WS-NIGHT-DATE                                 -- The night is the newest date on
017300     MOVE "N" TO WS-EOF-SWITCH                                    -- ...the audit log - find it first
017400     OPEN INPUT STATS-AUDIT-FILE                                  -- Walk the audit log once for it
017500     IF WS-AUDIT-STATUS NOT = "00"                                -- No audit log means nothing ran -
017600         CONTINUE                                                 -- ...the verdict will say FAILED
017700     ELSE                                                         -- There is an audit log to read
017800         PERFORM findNightDate UNTIL WS-FILE-EOF                  -- One pass per audit line
017900         CLOSE STATS-AUDIT-FILE                                   -- Done with the first pass
018000         MOVE "N" TO WS-EOF-SWITCH                                -- Reset for the second pass
018100         OPEN INPUT STATS-AUDIT-FILE                              -- Walk it again for the night's
018200         PERFORM gatherNightRun UNTIL WS-FILE-EOF                 -- ...runs
018300         CLOSE STATS-AUDIT-FILE                                   -- Done with the audit log
018400     END-IF.                                                      -- End of log-exists check
018500 findNightDate.                                                   -- Subroutine to find the newest date
018600     READ STATS-AUDIT-FILE                                        -- Read the next audit line
018700         AT END SET WS-FILE-EOF TO TRUE                           -- Flag end of file
018800         NOT AT END                                               -- An audit line was read
018900             MOVE AUD-TIMESTAMP(1:10) TO WS-NIGHT-DATE            -- The log only ever grows, so the
019000     END-READ.                                                    -- ...last line's date is the night
019100 gatherNightRun.                                                  -- Subroutine to table one night's run
019200     READ STATS-AUDIT-FILE                                        -- Read the next audit line
019300         AT END SET WS-FILE-EOF TO TRUE                           -- Flag end of file
019400         NOT AT END                                               -- An audit line was read
019500             IF AUD-TIMESTAMP(1:10) = WS-NIGHT-DATE               -- One of the night's runs
019600                 AND WS-BATCH-COUNT < WS-MAX-BATCHES              -- ...and room to list it
019700                 ADD 1 TO WS-BATCH-COUNT                          -- Count it for the page
019800                 MOVE AUD-BATCH-ID                                -- File its id, count and note
019900                     TO WS-BAT-ID(WS-BATCH-COUNT)                 -- ...
020000                 MOVE AUD-RECORD-COUNT                            -- ...
020100                     TO WS-BAT-RECS(WS-BATCH-COUNT)               -- ...
020200                 MOVE AUD-NOTE                                    -- ...
020300                     TO WS-BAT-NOTE(WS-BATCH-COUNT)               -- ...
020400                 MOVE 0 TO WS-BAT-REJECTS(WS-BATCH-COUNT)         -- No rejects tied to it yet
020500             END-IF                                               -- End of night check
020600     END-READ.                                                    -- End of read
020700 gatherRejects.                                                   -- Subroutine to total the night's rejects
020800     MOVE "N" TO WS-EOF-SWITCH                                    -- Reset the end-of-file switch
020900     MOVE SPACES TO WS-REJ-BATCH                                  -- No reject group in hand yet
021000     OPEN INPUT STATS-REJECT-FILE                                 -- Open last night's rejects file
021100     IF WS-REJECT-STATUS NOT = "00"                               -- No rejects file at all - a clean
021200         CONTINUE                                                 -- ...night, nothing to total
021300     ELSE                                                         -- There is a rejects file to read
021400         PERFORM gatherRejectLine UNTIL WS-FILE-EOF               -- One pass per reject-file line
021500         CLOSE STATS-REJECT-FILE                                  -- Done with the rejects file
021600     END-IF.                                                      -- End of file-exists check
021700 gatherRejectLine.                                                -- Subroutine to act on one reject line
021800     READ STATS-REJECT-FILE                                       -- Read the next reject-file line
021900         AT END SET WS-FILE-EOF TO TRUE                           -- Flag end of file
022000         NOT AT END                                               -- A line was read
022100             IF REJH-DATE-LABEL = "RUN DATE: "                    -- A batch group's header line
022200                 MOVE REJH-BATCH-ID TO WS-REJ-BATCH               -- Remember whose rejects follow
022300             ELSE                                                 -- Not a group header
022400             IF REJT-LABEL(1:14) = "REJECTS LOGGED"               -- A batch group's trailer line
022500                 PERFORM tallyRejectTrailer                       -- Credit its total to the batch
022600             END-IF                                               -- End of trailer check
022700             END-IF                                               -- End of header check
022800     END-READ.                                                    -- End of read
022900 tallyRejectTrailer.                                              -- Subroutine to credit one trailer
023000     COMPUTE WS-TRAILER-REJECTS =                                 -- The trailer's total is print-
023100         FUNCTION NUMVAL(REJT-TOTAL)                              -- ...edited - make it numeric
023200     ADD WS-TRAILER-REJECTS TO WS-REJECT-TOTAL                    -- Total the night's rejects
023300     PERFORM VARYING WS-BAT-IDX FROM 1 BY 1                       -- Credit the batch's own line on
023400         UNTIL WS-BAT-IDX > WS-BATCH-COUNT                        -- ...the page, so the operator
023500         IF WS-BAT-ID(WS-BAT-IDX) = WS-REJ-BATCH                  -- ...sees rejects by batch
023600             ADD WS-TRAILER-REJECTS                               -- ...
023700                 TO WS-BAT-REJECTS(WS-BAT-IDX)                    -- ...
023800         END-IF                                                   -- End of match check
023900     END-PERFORM.                                                 -- End of batch loop
024000 gatherExceedances.                                               -- Subroutine to count last night's breaches
024100     MOVE "N" TO WS-EOF-SWITCH                                    -- Rewind the shared end-of-file switch
024200     OPEN INPUT STATS-EXCEED-FILE                                 -- Rebuilt by every program run,
024300     IF WS-EXCEED-STATUS NOT = "00"                               -- ...so every line is last night's
024400         CONTINUE                                                 -- No file, no breaches
024500     ELSE                                                         -- There is a breach file to read
024600         PERFORM countExceedLine UNTIL WS-FILE-EOF                -- One pass per breach line
024700         CLOSE STATS-EXCEED-FILE                                  -- Done with the breach file
024800     END-IF.                                                      -- End of open check
024900 countExceedLine.                                                 -- Subroutine to count one breach
025000     READ STATS-EXCEED-FILE                                       -- Next breach
025100         AT END SET WS-FILE-EOF TO TRUE                           -- Flag end of file
025200         NOT AT END ADD 1 TO WS-EXCEED-TOTAL                      -- One more breach
025300     END-READ.                                                    -- End of read
025400 gatherAlerts.                                                    -- Subroutine to table the night's breaches
025500     MOVE "N" TO WS-EOF-SWITCH                                    -- Reset the end-of-file switch
025600     OPEN INPUT STATS-ALERT-FILE                                  -- Open last night's breach file
025700     IF WS-ALERT-STATUS NOT = "00"                                -- No breach file - the rollup did
025800         CONTINUE                                                 -- ...not run, or a calm night
025900     ELSE                                                         -- There is a breach file to read
026000         PERFORM gatherAlertLine UNTIL WS-FILE-EOF                -- One pass per breach line
026100         CLOSE STATS-ALERT-FILE                                   -- Done with the breach file
026200     END-IF.                                                      -- End of file-exists check
026300 gatherAlertLine.                                                 -- Subroutine to table one breach
026400     READ STATS-ALERT-FILE                                        -- Read the next breach line
026500         AT END SET WS-FILE-EOF TO TRUE                           -- Flag end of file
026600         NOT AT END                                               -- A breach line was read
026700             IF WS-ALERT-COUNT < WS-MAX-ALERTS                    -- Room left to list it
026800                 ADD 1 TO WS-ALERT-COUNT                          -- Count it for the page
026900                 MOVE ALR-TYPE TO WS-ALR-TYPE(WS-ALERT-COUNT)     -- File what drifted
027000                 MOVE ALR-READING-TYPE                            -- ...for which reading type
027100                     TO WS-ALR-RTYPE(WS-ALERT-COUNT)              -- ...
027200                 MOVE ALR-OBSERVED                                -- ...the observed figure
027300                     TO WS-ALR-OBSERVED(WS-ALERT-COUNT)           -- ...
027400                 MOVE ALR-EXPECTED                                -- ...and the period norm
027500                     TO WS-ALR-EXPECTED(WS-ALERT-COUNT)           -- ...
027600             END-IF                                               -- End of room check
027700     END-READ.                                                    -- End of read
027800 gatherOpenAlerts.                                                -- Subroutine to table the register's open alerts
027900     IF WS-NIGHT-DATE = SPACES                                    -- Age them to the night the page
028000         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE            -- ...covers - or today, when
028100         STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY        -- ...nothing ran
028200             DELIMITED BY SIZE INTO WS-AGE-ASOF                   -- ...
028300     ELSE                                                         -- ...
028400         MOVE WS-NIGHT-DATE TO WS-AGE-ASOF                        -- ...
028500     END-IF                                                       -- End of night check
028600     MOVE "N" TO WS-EOF-SWITCH                                    -- Reset the end-of-file switch
028700     OPEN INPUT STATS-ALERT-REG-FILE                              -- Open the alert register
028800     IF WS-ALERT-REG-STATUS NOT = "00"                            -- No register - the rollup has
028900         CONTINUE                                                 -- ...never raised an alert
029000     ELSE                                                         -- There is a register to read
029100         PERFORM gatherOpenAlertLine UNTIL WS-FILE-EOF            -- One pass per alert
029200         CLOSE STATS-ALERT-REG-FILE                               -- Done with the register
029300     END-IF.                                                      -- End of file-exists check
029400 gatherOpenAlertLine.                                             -- Subroutine to table one open alert
029500     READ STATS-ALERT-REG-FILE NEXT RECORD                        -- Read the next alert
029600         AT END SET WS-FILE-EOF TO TRUE                           -- Flag end of file
029700         NOT AT END                                               -- An alert was read
029800             IF ARG-IS-OPEN                                       -- Acknowledged alerts are history
029900                 ADD 1 TO WS-OPEN-ALERTS                          -- Count it for the page
030000                 IF ARG-ESCALATION-LEVEL > 0                      -- ...and whether it has
030100                     ADD 1 TO WS-ESCALATED-ALERTS                 -- ...escalated
030200                 END-IF                                           -- End of level check
030300                 IF WS-OPEN-LISTED < WS-MAX-OPEN                  -- Room left to list it
030400                     ADD 1 TO WS-OPEN-LISTED                      -- ...
030500                     PERFORM computeAlertAge                      -- ...
030600                     MOVE ARG-ALERT-TYPE                          -- File what drifted, where,
030700                         TO WS-OPN-TYPE(WS-OPEN-LISTED)           -- ...how long it has been
030800                     MOVE ARG-READING-TYPE                        -- ...open and how far it has
030900                         TO WS-OPN-RTYPE(WS-OPEN-LISTED)          -- ...escalated
031000                     MOVE ARG-STATION-ID                          -- ...
031100                         TO WS-OPN-STATION(WS-OPEN-LISTED)        -- ...
031200                     MOVE WS-ALERT-AGE                            -- ...
031300                         TO WS-OPN-AGE(WS-OPEN-LISTED)            -- ...
031400                     MOVE ARG-ESCALATION-LEVEL                    -- ...
031500                         TO WS-OPN-LEVEL(WS-OPEN-LISTED)          -- ...
031600                     MOVE ARG-BREACH-COUNT                        -- ...
031700                         TO WS-OPN-BREACHES(WS-OPEN-LISTED)       -- ...
031800                     MOVE ARG-OPENED-DATE                         -- ...
031900                         TO WS-OPN-OPENED(WS-OPEN-LISTED)         -- ...
032000                 END-IF                                           -- End of room check
032100             END-IF                                               -- End of open check
032200     END-READ.                                                    -- End of read
032300 computeAlertAge.                                                 -- Subroutine to find how long an alert is open
032400     STRING ARG-OPENED-DATE(7:4) ARG-OPENED-DATE(1:2)             -- Both dates year-first, so
032500         ARG-OPENED-DATE(4:2)                                     -- ...they can be counted apart
032600         DELIMITED BY SIZE INTO WS-AGE-FROM-KEY                   -- ...
032700     STRING WS-AGE-ASOF(7:4) WS-AGE-ASOF(1:2)                     -- ...
032800         WS-AGE-ASOF(4:2)                                         -- ...
032900         DELIMITED BY SIZE INTO WS-AGE-TO-KEY                     -- ...
033000     IF WS-AGE-FROM-KEY IS NUMERIC AND WS-AGE-TO-KEY IS NUMERIC   -- ...
033100         COMPUTE WS-ALERT-AGE =                                   -- ...
033200             FUNCTION INTEGER-OF-DATE(WS-AGE-TO-NUM)              -- ...
033300             - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-NUM)          -- ...
033400     ELSE                                                         -- A date that can't be aged
033500         MOVE 0 TO WS-ALERT-AGE                                   -- ...
033600     END-IF                                                       -- End of date check
033700     IF WS-ALERT-AGE < 0                                          -- Opened after the night shown
033800         MOVE 0 TO WS-ALERT-AGE                                   -- ...
033900     END-IF.                                                      -- End of age check
034000 gatherMaintenance.                                               -- Subroutine to count overnight changes
034100     MOVE "N" TO WS-EOF-SWITCH                                    -- Reset the end-of-file switch
034200     OPEN INPUT HISTM-LOG-FILE                                    -- Open the maintenance change log
034300     IF WS-LOG-STATUS NOT = "00"                                  -- No change log - no maintenance
034400         CONTINUE                                                 -- ...ever ran here
034500     ELSE                                                         -- There is a change log to read
034600         PERFORM gatherMaintLine UNTIL WS-FILE-EOF                -- One pass per change-log line
034700         CLOSE HISTM-LOG-FILE                                     -- Done with the change log
034800     END-IF.                                                      -- End of file-exists check
034900 gatherMaintLine.                                                 -- Subroutine to count one change line
035000     READ HISTM-LOG-FILE                                          -- Read the next change-log line
035100         AT END SET WS-FILE-EOF TO TRUE                           -- Flag end of file
035200         NOT AT END                                               -- A change-log line was read
035300             IF HML-TIMESTAMP(1:10) = WS-NIGHT-DATE               -- An overnight entry...
035400                 AND HML-NOTE NOT = "WAS"                         -- ...that applied a change - the
035500*                                                                 -- ..."WAS" lines only record the
035600*                                                                 -- ...figures a CORRECT replaced
035700                 ADD 1 TO WS-MAINT-COUNT                          -- Count the change
035800                 IF WS-MAINT-LISTED < WS-MAX-MAINT                -- Room left to list it
035900                     ADD 1 TO WS-MAINT-LISTED                     -- ...
036000                     MOVE HML-ACTION                              -- File what was done and to
036100                         TO WS-MNT-ACTION(WS-MAINT-LISTED)        -- ...which record
036200                     MOVE HML-RUN-DATE                            -- ...
036300                         TO WS-MNT-DATE(WS-MAINT-LISTED)          -- ...
036400                     MOVE HML-BATCH-ID                            -- ...
036500                         TO WS-MNT-BATCH(WS-MAINT-LISTED)         -- ...
036600                     MOVE HML-STATION-ID                          -- ...
036700                         TO WS-MNT-STATION(WS-MAINT-LISTED)       -- ...
036800                 END-IF                                           -- End of room check
036900             END-IF                                               -- End of overnight-change check
037000     END-READ.                                                    -- End of read
037100 settleVerdict.                                                   -- Subroutine to grade the night
037200     IF WS-BATCH-COUNT = 0                                        -- Nothing ran at all - the worst
037300         MOVE "FAILED" TO WS-VERDICT                              -- ...answer the page can carry
037400     ELSE                                                         -- The night ran
037500     IF WS-ALERT-COUNT > 0                                        -- ...but something needs a look:
037600         OR WS-REJECT-TOTAL > 0                                   -- ...drift, rejects or overnight
037700         OR WS-EXCEED-TOTAL > 0                                   -- A station past its alarm point wants a look
037800         OR WS-MAINT-COUNT > 0                                    -- ...corrections
037900         OR WS-OPEN-ALERTS > 0                                    -- ...or alerts nobody has owned
038000         MOVE "ATTENTION" TO WS-VERDICT                           -- ...
038100     ELSE                                                         -- Ran, clean, untouched
038200         MOVE "OK" TO WS-VERDICT                                  -- ...
038300     END-IF                                                       -- End of attention check
038400     END-IF.                                                      -- End of failed check
038500 writeDigest.                                                     -- Subroutine to print the one page
038600     OPEN OUTPUT DGST-REPORT-FILE                                 -- Open the print file for this run
038700     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the digest file
038800         DISPLAY "OPSDIGST OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
038900             WS-REPORT-STATUS                                     -- ...
039000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
039100         STOP RUN                                                 -- ...rather than write into a closed file
039200     END-IF                                                       -- End of open-check
039300     MOVE SPACES TO DGST-REPORT-TITLE-LINE                        -- Clear the title line
039400     MOVE "MORNING OPERATIONS DIGEST" TO DGT-TITLE-TEXT           -- Set the page title
039500     WRITE DGST-REPORT-TITLE-LINE                                 -- Write the page title
039600     MOVE SPACES TO DGST-REPORT-VERDICT-LINE                      -- Clear the verdict line
039700     MOVE "OVERALL: " TO DGV-LABEL                                -- The verdict leads the page, so
039800     MOVE WS-VERDICT TO DGV-VERDICT                               -- ...the answer reads in a second
039900     WRITE DGST-REPORT-VERDICT-LINE                               -- Write the verdict line
040000     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
040100     MOVE "NIGHT OF" TO DGD-LABEL                                 -- Which night the page covers
040200     MOVE WS-NIGHT-DATE TO DGD-VALUE                              -- ...
040300     WRITE DGST-REPORT-DETAIL-LINE                                -- Write the detail line
040400     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
040500     MOVE "BATCHES RUN" TO DGD-LABEL                              -- Open the batches section
040600     MOVE WS-BATCH-COUNT TO WS-RPT-COUNT                          -- Edit the count for the page
040700     MOVE WS-RPT-COUNT TO DGD-VALUE                               -- ...
040800     WRITE DGST-REPORT-DETAIL-LINE                                -- Write the detail line
040900     PERFORM VARYING WS-BAT-IDX FROM 1 BY 1                       -- One line per batch run, with
041000         UNTIL WS-BAT-IDX > WS-BATCH-COUNT                        -- ...its counts and rejects
041100         PERFORM writeBatchLine                                   -- ...
041200     END-PERFORM                                                  -- End of batch loop
041300     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
041400     MOVE "REJECTS LOGGED" TO DGD-LABEL                           -- The night's reject total
041500     MOVE WS-REJECT-TOTAL TO WS-RPT-COUNT                         -- Edit the count for the page
041600     MOVE WS-RPT-COUNT TO DGD-VALUE                               -- ...
041700     WRITE DGST-REPORT-DETAIL-LINE                                -- Write the detail line
041800     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Breaches of the stations'
041900     MOVE "LIMIT EXCEEDANCES" TO DGD-LABEL                        -- ...own alarm points
042000     MOVE WS-EXCEED-TOTAL TO WS-RPT-COUNT                         -- Night's breach count
042100     MOVE WS-RPT-COUNT TO DGD-VALUE                               -- Edited for the digest
042200     WRITE DGST-REPORT-DETAIL-LINE                                -- Print the breach line
042300     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
042400     MOVE "ALERTS RAISED" TO DGD-LABEL                            -- Open the alerts section
042500     MOVE WS-ALERT-COUNT TO WS-RPT-COUNT                          -- Edit the count for the page
042600     MOVE WS-RPT-COUNT TO DGD-VALUE                               -- ...
042700     WRITE DGST-REPORT-DETAIL-LINE                                -- Write the detail line
042800     PERFORM VARYING WS-ALR-IDX FROM 1 BY 1                       -- One line per breach, observed
042900         UNTIL WS-ALR-IDX > WS-ALERT-COUNT                        -- ...against expected
043000         PERFORM writeAlertLine                                   -- ...
043100     END-PERFORM                                                  -- End of alert loop
043200     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
043300     MOVE "ALERTS OPEN" TO DGD-LABEL                              -- Open the register section -
043400     MOVE WS-OPEN-ALERTS TO WS-RPT-COUNT                          -- ...every alert still waiting
043500     MOVE WS-RPT-COUNT TO DGD-VALUE                               -- ...on an acknowledgement
043600     WRITE DGST-REPORT-DETAIL-LINE                                -- Write the detail line
043700     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
043800     MOVE "ALERTS ESCALATED" TO DGD-LABEL                         -- ...and how many have been
043900     MOVE WS-ESCALATED-ALERTS TO WS-RPT-COUNT                     -- ...left long enough to escalate
044000     MOVE WS-RPT-COUNT TO DGD-VALUE                               -- ...
044100     WRITE DGST-REPORT-DETAIL-LINE                                -- Write the detail line
044200     PERFORM VARYING WS-OPN-IDX FROM 1 BY 1                       -- One line per open alert,
044300         UNTIL WS-OPN-IDX > WS-OPEN-LISTED                        -- ...with its age
044400         PERFORM writeOpenAlertLine                               -- ...
044500     END-PERFORM                                                  -- End of open-alert loop
044600     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
044700     MOVE "CORRECTIONS APPLIED" TO DGD-LABEL                      -- Open the maintenance section
044800     MOVE WS-MAINT-COUNT TO WS-RPT-COUNT                          -- Edit the count for the page
044900     MOVE WS-RPT-COUNT TO DGD-VALUE                               -- ...
045000     WRITE DGST-REPORT-DETAIL-LINE                                -- Write the detail line
045100     PERFORM VARYING WS-MNT-IDX FROM 1 BY 1                       -- One line per overnight change
045200         UNTIL WS-MNT-IDX > WS-MAINT-LISTED                       -- ...
045300         PERFORM writeMaintLine                                   -- ...
045400     END-PERFORM                                                  -- End of maintenance loop
045500     CLOSE DGST-REPORT-FILE.                                      -- The page is done
045600 writeBatchLine.                                                  -- Subroutine to print one batch's line
045700     MOVE SPACES TO DGST-REPORT-BATCH-LINE                        -- Clear the batch line
045800     MOVE "BATCH" TO DGB-LABEL                                    -- Name the batch
045900     MOVE WS-BAT-ID(WS-BAT-IDX) TO DGB-BATCH-ID                   -- ...
046000     MOVE "READINGS: " TO DGB-COUNT-LABEL                         -- ...its processed count
046100     MOVE WS-BAT-RECS(WS-BAT-IDX) TO DGB-COUNT                    -- ...
046200     IF WS-BAT-REJECTS(WS-BAT-IDX) > 0                            -- Rejects worth flagging beside it
046300         MOVE WS-BAT-REJECTS(WS-BAT-IDX) TO WS-RPT-COUNT          -- Edit the count
046400         STRING "REJECTS: " WS-RPT-COUNT                          -- ...into the note column
046500             DELIMITED BY SIZE INTO DGB-NOTE                      -- ...
046600     ELSE                                                         -- No rejects - carry the audit
046700         MOVE WS-BAT-NOTE(WS-BAT-IDX) TO DGB-NOTE                 -- ...note (reruns flag themselves)
046800     END-IF                                                       -- End of reject check
046900     WRITE DGST-REPORT-BATCH-LINE.                                -- Write the batch line
047000 writeAlertLine.                                                  -- Subroutine to print one breach line
047100     MOVE SPACES TO DGST-REPORT-ALERT-LINE                        -- Clear the alert line
047200     MOVE WS-ALR-TYPE(WS-ALR-IDX) TO DGA-TYPE                     -- Say what drifted
047300     MOVE WS-ALR-RTYPE(WS-ALR-IDX) TO DGA-RTYPE                   -- ...for which reading type
047400     MOVE WS-ALR-OBSERVED(WS-ALR-IDX) TO DGA-OBSERVED             -- The observed figure
047500     MOVE " VS " TO DGA-VS                                        -- ...against
047600     MOVE WS-ALR-EXPECTED(WS-ALR-IDX) TO DGA-EXPECTED             -- ...the period norm
047700     WRITE DGST-REPORT-ALERT-LINE.                                -- Write the alert line
047800 writeOpenAlertLine.                                              -- Subroutine to print one open alert
047900     MOVE SPACES TO DGST-REPORT-OPEN-ALERT-LINE                   -- Clear the open-alert line
048000     MOVE WS-OPN-TYPE(WS-OPN-IDX) TO DGO-TYPE                     -- Say what drifted
048100     MOVE WS-OPN-RTYPE(WS-OPN-IDX) TO DGO-RTYPE                   -- ...for which reading type
048200     MOVE WS-OPN-STATION(WS-OPN-IDX) TO DGO-STATION               -- ...and station
048300     MOVE "AGE " TO DGO-AGE-LABEL                                 -- How long it has waited
048400     MOVE WS-OPN-AGE(WS-OPN-IDX) TO DGO-AGE                       -- ...
048500     MOVE " DAYS" TO DGO-DAYS-LABEL                               -- ...
048600     MOVE "LEVEL " TO DGO-LEVEL-LABEL                             -- ...how far it has escalated
048700     MOVE WS-OPN-LEVEL(WS-OPN-IDX) TO DGO-LEVEL                   -- ...
048800     MOVE "BREACHES " TO DGO-BREACH-LABEL                         -- ...how often it has breached
048900     MOVE WS-OPN-BREACHES(WS-OPN-IDX) TO DGO-BREACHES             -- ...
049000     MOVE "OPENED " TO DGO-OPENED-LABEL                           -- ...and since when
049100     MOVE WS-OPN-OPENED(WS-OPN-IDX) TO DGO-OPENED                 -- ...
049200     WRITE DGST-REPORT-OPEN-ALERT-LINE.                           -- Write the open-alert line
049300 writeMaintLine.                                                  -- Subroutine to print one change line
049400     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
049500     MOVE WS-MNT-ACTION(WS-MNT-IDX) TO DGD-LABEL                  -- Say what was done
049600     STRING WS-MNT-DATE(WS-MNT-IDX) " "                           -- ...and name the record in
049700         WS-MNT-STATION(WS-MNT-IDX)                               -- ...the value column
049800         DELIMITED BY SIZE INTO DGD-VALUE                         -- ...
049900     WRITE DGST-REPORT-DETAIL-LINE                                -- Write the change line
050000     MOVE SPACES TO DGST-REPORT-DETAIL-LINE                       -- Clear the detail line
050100     MOVE SPACES TO DGD-LABEL                                     -- ...its batch id on a second line
050200     MOVE WS-MNT-BATCH(WS-MNT-IDX) TO DGD-VALUE                   -- ...
050300     WRITE DGST-REPORT-DETAIL-LINE.                               -- Write the batch-id line
050400 checkLedger.                                                     -- Subroutine to clear this step against the run ledger
050500     PERFORM findRunDate                                          -- Which night we are reporting on
050600     MOVE "ROLLUP" TO WS-LDG-PRED-STEP                            -- The rollup must have ended
050700     PERFORM checkPredecessor                                     -- ...clean for that same night
050800     MOVE "RECONCILE" TO WS-LDG-PRED-STEP                         -- ...and so must the reconcile,
050900     PERFORM checkPredecessor                                     -- ...or "OK" would be a guess
051000     PERFORM startLedger.                                         -- Cleared - sign the ledger
051100 findRunDate.                                                     -- Subroutine to find the night the reject log covers
051200     MOVE SPACES TO WS-LDG-RUN-DATE                               -- Nothing found yet
051300     OPEN INPUT STATS-REJECT-FILE                                 -- Peek at the first reject line -
051400     IF WS-REJECT-STATUS = "00"                                   -- ...statistics_program leads it
051500         READ STATS-REJECT-FILE                                   -- ...with a batch header
051600             AT END CONTINUE                                      -- An empty log carries no date
051700             NOT AT END                                           -- ...
051800                 IF REJH-DATE-LABEL = "RUN DATE: "                -- ...
051900                     MOVE REJH-RUN-DATE TO WS-LDG-RUN-DATE        -- ...
052000                 END-IF                                           -- End of header check
052100         END-READ                                                 -- End of read
052200         CLOSE STATS-REJECT-FILE                                  -- gatherRejects reopens it
052300     END-IF                                                       -- End of open check
052400     IF WS-LDG-RUN-DATE = SPACES                                  -- Fall back on the newest night
052500         PERFORM findLatestRunDate                                -- ...statistics_program started
052600     END-IF.                                                      -- End of fallback
052700 checkPredecessor.                                                -- Subroutine to insist a predecessor ended clean
052800     PERFORM findPredecessorState                                 -- Its latest ledger state for the date
052900     IF NOT WS-PRED-CLEAN                                         -- Missing, unfinished or failed
053000         PERFORM findOverride                                     -- Has the operator chosen to force it?
053100         IF WS-OVERRIDDEN                                         -- Yes - log who and why, then carry on
053200             MOVE "OVERRIDE" TO WS-LDG-EVENT                      -- ...
053300             MOVE 0 TO WS-LDG-RC                                  -- ...
053400             PERFORM writeLedgerEntry                             -- ...
053500             DISPLAY "DIGEST FORCED PAST " WS-LDG-PRED-STEP       -- Say so on the console too
053600                 " BY " WS-LDG-OPERATOR                           -- ...
053700         ELSE                                                     -- No override - refuse to start
053800             MOVE "REFUSED" TO WS-LDG-EVENT                       -- Leave the refusal on the ledger
053900             MOVE WS-REFUSAL-RC TO WS-LDG-RC                      -- ...with the code we stop on
054000             MOVE SPACES TO WS-LDG-OPERATOR                       -- ...
054100             MOVE SPACES TO WS-LDG-NOTE                           -- ...and which predecessor it was
054200             STRING WS-LDG-PRED-STEP DELIMITED BY SPACE           -- ...
054300                 " " WS-LDG-STATE-TEXT DELIMITED BY SIZE          -- ...
054400                 INTO WS-LDG-NOTE                                 -- ...
054500             PERFORM writeLedgerEntry                             -- ...
054600             DISPLAY "DIGEST REFUSED - PREDECESSOR NOT CLEAN: "   -- Fail loudly
054700                 WS-LDG-PRED-STEP                                 -- ...
054800             MOVE WS-REFUSAL-RC TO RETURN-CODE                    -- This step's own hard-failure code
054900             STOP RUN                                             -- ...before touching anything
055000         END-IF                                                   -- End of override check
055100     END-IF.                                                      -- End of predecessor check
055200 findPredecessorState.                                            -- Subroutine to read a predecessor's ledger state
055300     MOVE SPACE TO WS-LDG-PRED-STATE                              -- Nothing on the ledger yet
055400     MOVE "HAS NOT RUN" TO WS-LDG-STATE-TEXT                      -- ...
055500     MOVE "N" TO WS-LDG-EOF-SWITCH                                -- Rewind the ledger scan
055600     OPEN INPUT STATS-LEDGER-FILE                                 -- Read the whole ledger
055700     IF WS-LEDGER-STATUS = "00"                                   -- No ledger at all leaves it "not run"
055800         PERFORM scanPredecessorLine UNTIL WS-LDG-EOF             -- Latest line wins
055900         CLOSE STATS-LEDGER-FILE                                  -- ...
056000     END-IF.                                                      -- End of ledger scan
056100 scanPredecessorLine.                                             -- Subroutine to apply one ledger line
056200     READ STATS-LEDGER-FILE                                       -- Next ledger line
056300         AT END SET WS-LDG-EOF TO TRUE                            -- Flag end of file
056400         NOT AT END                                               -- Only the predecessor's own lines
056500             IF LDG-STEP = WS-LDG-PRED-STEP                       -- ...for this same run date
056600                 AND LDG-RUN-DATE = WS-LDG-RUN-DATE               -- ...
056700                 IF LDG-IS-START                                  -- A (re)start - not clean until it ends
056800                     SET WS-PRED-RUNNING TO TRUE                  -- ...
056900                     MOVE "DID NOT FINISH" TO WS-LDG-STATE-TEXT   -- ...
057000                 ELSE                                             -- ...
057100                 IF LDG-IS-END                                    -- Ended - clean only at RC 4 or less
057200                     IF LDG-RETURN-CODE > 4                       -- ...8 holds the next step
057300                         SET WS-PRED-FAILED TO TRUE               -- ...
057400                         MOVE "ENDED ABOVE RC 4"                  -- ...
057500                             TO WS-LDG-STATE-TEXT                 -- ...
057600                     ELSE                                         -- ...
057700                         SET WS-PRED-CLEAN TO TRUE                -- ...
057800                     END-IF                                       -- End of return-code check
057900                 END-IF                                           -- End of end check
058000                 END-IF                                           -- End of start check
058100             END-IF                                               -- End of step check
058200     END-READ.                                                    -- End of read
058300 findOverride.                                                    -- Subroutine to look for an operator override card
058400     MOVE "N" TO WS-OVR-SWITCH                                    -- Assume none
058500     MOVE "N" TO WS-OVR-EOF-SWITCH                                -- ...
058600     OPEN INPUT STATS-OVERRIDE-FILE                               -- Cards are optional
058700     IF WS-OVERRIDE-STATUS = "00"                                 -- No file means no override
058800         PERFORM scanOverrideCard                                 -- First matching card wins
058900             UNTIL WS-OVR-EOF OR WS-OVERRIDDEN                    -- ...
059000         CLOSE STATS-OVERRIDE-FILE                                -- ...
059100     END-IF.                                                      -- End of override scan
059200 scanOverrideCard.                                                -- Subroutine to test one override card
059300     READ STATS-OVERRIDE-FILE                                     -- Next card
059400         AT END SET WS-OVR-EOF TO TRUE                            -- Flag end of file
059500         NOT AT END                                               -- Must name this step, this date or any
059600             IF OVR-STEP = WS-LDG-STEP                            -- ...date, and be owned by
059700                 AND (OVR-RUN-DATE = SPACES                       -- ...an operator
059800                 OR OVR-RUN-DATE = WS-LDG-RUN-DATE)               -- ...
059900                 AND OVR-OPERATOR NOT = SPACES                    -- ...
060000                 SET WS-OVERRIDDEN TO TRUE                        -- Forced through
060100                 MOVE OVR-OPERATOR TO WS-LDG-OPERATOR             -- ...by whom
060200                 MOVE OVR-REASON TO WS-LDG-NOTE                   -- ...and why
060300             END-IF                                               -- End of card check
060400     END-READ.                                                    -- End of read
060500 findLatestRunDate.                                               -- Subroutine to take the night's date from the ledger
060600     MOVE "N" TO WS-LDG-EOF-SWITCH                                -- Used when this step's own input
060700     OPEN INPUT STATS-LEDGER-FILE                                 -- ...carries no run date - the newest
060800     IF WS-LEDGER-STATUS = "00"                                   -- ...statistics_program start is the
060900         PERFORM scanLatestRunDate UNTIL WS-LDG-EOF               -- ...night being run
061000         CLOSE STATS-LEDGER-FILE                                  -- ...
061100     END-IF.                                                      -- End of ledger scan
061200 scanLatestRunDate.                                               -- Subroutine to note one program start
061300     READ STATS-LEDGER-FILE                                       -- Next ledger line
061400         AT END SET WS-LDG-EOF TO TRUE                            -- Flag end of file
061500         NOT AT END                                               -- ...
061600             IF LDG-STEP = "PROGRAM" AND LDG-IS-START             -- The log only ever grows, so
061700                 MOVE LDG-RUN-DATE TO WS-LDG-RUN-DATE             -- ...the last one is newest
061800             END-IF                                               -- End of start check
061900     END-READ.                                                    -- End of read
062000 startLedger.                                                     -- Subroutine to record this step's start
062100     MOVE "START" TO WS-LDG-EVENT                                 -- Cleared its checks
062200     MOVE 0 TO WS-LDG-RC                                          -- ...
062300     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
062400     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
062500     PERFORM writeLedgerEntry.                                    -- ...
062600 finishLedger.                                                    -- Subroutine to record this step's end
062700     MOVE "END" TO WS-LDG-EVENT                                   -- Reached the normal end
062800     MOVE RETURN-CODE TO WS-LDG-RC                                -- ...with the severity we stop on
062900     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
063000     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
063100     PERFORM writeLedgerEntry.                                    -- ...
063200 writeLedgerEntry.                                                -- Subroutine to append one run-ledger line
063300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the event
063400     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
063500         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
063600         DELIMITED BY SIZE INTO WS-LDG-TIMESTAMP                  -- ...
063700     OPEN EXTEND STATS-LEDGER-FILE                                -- Append to the running ledger
063800     IF WS-LEDGER-STATUS NOT = "00"                               -- No ledger yet, first run
063900         OPEN OUTPUT STATS-LEDGER-FILE                            -- Create an empty one
064000         CLOSE STATS-LEDGER-FILE                                  -- ...
064100         OPEN EXTEND STATS-LEDGER-FILE                            -- Reopen it for appending
064200     END-IF                                                       -- End of if statement
064300     IF WS-LEDGER-STATUS NOT = "00"                               -- A step that cannot sign the
064400         DISPLAY "STATSLEDG OPEN FAILED, STATUS="                 -- ...ledger must not run unseen
064500             WS-LEDGER-STATUS                                     -- ...
064600         MOVE 12 TO RETURN-CODE                                   -- ...
064700         STOP RUN                                                 -- ...
064800     END-IF                                                       -- End of open check
064900     MOVE SPACES TO STATS-LEDGER-RECORD                           -- Clear the ledger line
065000     MOVE WS-LDG-TIMESTAMP TO LDG-TIMESTAMP                       -- When it happened
065100     MOVE WS-LDG-STEP TO LDG-STEP                                 -- Which step
065200     MOVE WS-LDG-EVENT TO LDG-EVENT                               -- What happened
065300     MOVE WS-LDG-RUN-DATE TO LDG-RUN-DATE                         -- For which night
065400     MOVE WS-LDG-RC TO LDG-RETURN-CODE                            -- With what severity
065500     MOVE WS-LDG-OPERATOR TO LDG-OPERATOR                         -- Who, for an override
065600     MOVE WS-LDG-NOTE TO LDG-NOTE                                 -- Why, or which predecessor
065700     WRITE STATS-LEDGER-RECORD                                    -- Append the ledger line
065800     CLOSE STATS-LEDGER-FILE.                                     -- Done until the next event
065900 END PROGRAM statistics_digest.                                   -- End of program
