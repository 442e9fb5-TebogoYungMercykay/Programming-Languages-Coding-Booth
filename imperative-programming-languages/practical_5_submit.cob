000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_submit.                                   -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT SUBMIT-CONTROL-FILE ASSIGN TO "SUBMCTL"               -- The month to submit
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One card
000800         FILE STATUS IS WS-CONTROL-STATUS.                        -- I-O status for readControlCard
000900     SELECT STATS-HISTORY-FILE ASSIGN TO "STATSHIST"              -- The history master being submitted
001000         ORGANIZATION IS INDEXED                                  -- Keyed, read front to back
001100         ACCESS MODE IS DYNAMIC                                   -- Sequential scans
001200         RECORD KEY IS HST-HIST-KEY                               -- Date + batch + station + type
001300         FILE STATUS IS WS-HISTORY-STATUS.                        -- I-O status for scanHistory
001400     SELECT STATS-SUBREG-FILE ASSIGN TO "STATSSUBR"               -- The submission register
001500         ORGANIZATION IS INDEXED                                  -- Keyed, maintained in place
001600         ACCESS MODE IS DYNAMIC                                   -- Keyed writes plus period scans
001700         RECORD KEY IS SRG-SRG-KEY                                -- Period + submission + sequence
001800         FILE STATUS IS WS-SUBREG-STATUS.                         -- I-O status for the register
001900     SELECT STATS-SUBMIT-FILE ASSIGN TO "STATSSUBM"               -- The agency's monthly file
002000         ORGANIZATION IS LINE SEQUENTIAL                          -- One 80-byte record per line
002100         FILE STATUS IS WS-SUBMIT-STATUS.                         -- I-O status for writeSubmission
002200     SELECT SUBM-REPORT-FILE ASSIGN TO "SUBMRPT"                  -- Submission report
002300         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
002400         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
002500 DATA DIVISION.                                                   -- Start of data declaration
002600 FILE SECTION.                                                    -- File record descriptions
002700 FD  SUBMIT-CONTROL-FILE                                          -- The month to submit
002800     RECORDING MODE IS F.                                         -- Fixed length record
002900 COPY "stats_submit_record.cpy".                                  -- SUBMIT-CONTROL-RECORD layout
003000 FD  STATS-HISTORY-FILE.                                          -- The history master being submitted
003100 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
003200 FD  STATS-SUBREG-FILE.                                           -- The submission register
003300 COPY "stats_submit_register_record.cpy".                         -- STATS-SUBREG-RECORD layout
003400 FD  STATS-SUBMIT-FILE                                            -- The agency's monthly file
003500     RECORDING MODE IS F.                                         -- Fixed length records
003600 COPY "stats_submission_record.cpy".                              -- SUBM-*-RECORD layouts
003700 FD  SUBM-REPORT-FILE                                             -- Submission report
003800     RECORDING MODE IS F.                                         -- Fixed length print lines
003900 COPY "stats_submit_report_record.cpy".                           -- SUBM-REPORT-*-LINE layouts
004000 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
004100     01  WS-CONTROL-STATUS PIC XX.                                -- File status for SUBMIT-CONTROL-FILE
004200     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
004300     01  WS-SUBREG-STATUS PIC XX.                                 -- File status for STATS-SUBREG-FILE
004400     01  WS-SUBMIT-STATUS PIC XX.                                 -- File status for STATS-SUBMIT-FILE
004500     01  WS-REPORT-STATUS PIC XX.                                 -- File status for SUBM-REPORT-FILE
004600     01  WS-SCAN-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for the scans
004700         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of the file scanned
004800     01  WS-PERIOD       PIC X(6).                                -- YYYYMM of the month submitted
004900     01  WS-FROM-KEY     PIC X(8).                                -- YYYYMMDD the month starts
005000     01  WS-TO-KEY       PIC X(8).                                -- ...and ends, inclusive
005100     01  WS-REC-SORT-KEY PIC X(8).                                -- YYYYMMDD key of a history line
005200     01  WS-LAST-SUBMISSION PIC 9(2) VALUE 0.                     -- Highest submission on the register
005300     01  WS-SUBMISSION-NO PIC 9(2) VALUE 0.                       -- This run's submission number
005400     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
005500         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
005600         05  WS-CURR-MM      PIC 9(2).                            -- Current month
005700         05  WS-CURR-DD      PIC 9(2).                            -- Current day
005800         05  FILLER          PIC X(13).                           -- Time and offset, not needed here
005900     01  WS-SENT-DATE    PIC X(10).                               -- MM/DD/YYYY the file was made
006000     01  WS-LINE-KEY.                                             -- The station and type of the line
006100         05  WS-LINE-STATION PIC X(4).                            -- ...being accumulated
006200         05  WS-LINE-TYPE    PIC X.                               -- ...
006300     01  WS-MAX-SUB-ENTRIES PIC 9(3) VALUE 500.                   -- Upper bound of station/type lines
006400     01  WS-SUB-COUNT    PIC 9(3) VALUE 0.                        -- Station/type lines gathered
006500     01  WS-SUB-IDX      PIC 9(3).                                -- Loop counter over the table
006600     01  WS-SUB-SHIFT    PIC 9(3).                                -- Loop counter for opening a slot
006700     01  WS-SUB-DROPPED  PIC 9(5) VALUE 0.                        -- History lines past the table
006800     01  WS-SUB-TABLE.                                            -- One entry per station and type,
006900*                                                                 -- ...kept in station/type order
007000         05  WS-SUB-ENTRY OCCURS 500 TIMES.                       -- ...
007100             10  WS-SUB-KEY.                                      -- Station and reading type
007200                 15  WS-SUB-STATION PIC X(4).                     -- ...
007300                 15  WS-SUB-TYPE PIC X.                           -- ...
007400             10  WS-SUB-RECORDS PIC 9(7).                         -- Readings this month
007500             10  WS-SUB-SMALLEST PIC 9(3)V99.                     -- Smallest reading this month
007600             10  WS-SUB-LARGEST PIC 9(3)V99.                      -- Largest reading this month
007700             10  WS-SUB-WEIGHTED PIC 9(9)V99.                     -- Running total of mean*readings
007800     01  WS-SUB-MEAN     PIC 9(5)V99.                             -- Reading-weighted mean of one entry
007900     01  WS-HASH-TOTAL   PIC 9(11)V99 VALUE 0.                    -- Smallest+largest+mean, all details
008000     01  WS-DETAIL-COUNT PIC 9(6) VALUE 0.                        -- Detail records written
008100     01  WS-HISTORY-LINES PIC 9(7) VALUE 0.                       -- History lines taken for the month
008200     01  WS-RPT-COUNT    PIC ZZZZZZ9.                             -- Scratch edited count for the report
008300     01  WS-RPT-HASH     PIC ZZZZZZZZZZ9.99.                      -- Scratch edited hash total
008400 PROCEDURE DIVISION.                                              -- Start of program logic
008500     PERFORM readControlCard                                      -- Learn which month to submit
008600     PERFORM openRegister                                         -- Open the submission register
008700     PERFORM checkRegister                                        -- Has the month been sent already?
008800     PERFORM openFiles                                            -- Open the master, file and report
008900     PERFORM scanHistory                                          -- Gather the month's station lines
009000     PERFORM checkGathered                                        -- Refuse a partial or empty month
009100     PERFORM purgeSubmission                                      -- Clear a failed attempt's entries
009200     PERFORM writeSubmission                                      -- Write the agency's file
009300     PERFORM writeTotals                                          -- Close the report with the run totals
009400     PERFORM closeFiles                                           -- Close everything on the way out
009500     MOVE WS-DETAIL-COUNT TO WS-RPT-COUNT                         -- Edit the detail total for display
009600     DISPLAY "Submission details written: " WS-RPT-COUNT          -- One console line for the run
009700     STOP RUN.                                                    -- End the program
009800 readControlCard.                                                 -- Subroutine to read the month card
009900     OPEN INPUT SUBMIT-CONTROL-FILE                               -- Open the operator's control card
010000     IF WS-CONTROL-STATUS NOT = "00"                              -- No card, no month to submit
010100         DISPLAY "SUBMCTL OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
010200             WS-CONTROL-STATUS                                    -- ...
010300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
010400         STOP RUN                                                 -- ...rather than guess at a month
010500     END-IF                                                       -- End of open-check
010600     READ SUBMIT-CONTROL-FILE                                     -- Read the one control card
010700         AT END                                                   -- An empty card file names nothing
010800             DISPLAY "SUBMCTL IS EMPTY"                           -- Fail fast and diagnosably
010900             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
011000             STOP RUN                                             -- ...
011100     END-READ                                                     -- End of read
011200     CLOSE SUBMIT-CONTROL-FILE                                    -- Done with the card
011300     IF SBC-YEAR IS NOT NUMERIC                                   -- A year that isn't one
011400         DISPLAY "SUBMCTL BAD YEAR: " SBC-YEAR                    -- Fail fast and diagnosably
011500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
011600         STOP RUN                                                 -- ...
011700     END-IF                                                       -- End of year check
011800     IF SBC-MONTH IS NOT NUMERIC                                  -- A month that isn't one
011900         OR SBC-MONTH < "01" OR SBC-MONTH > "12"                  -- ...or isn't a calendar month
012000         DISPLAY "SUBMCTL BAD MONTH: " SBC-MONTH                  -- Fail fast and diagnosably
012100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
012200         STOP RUN                                                 -- ...
012300     END-IF                                                       -- End of month check
012400     IF SBC-ENTITY-ID = SPACES                                    -- The agency files nothing without
012500         DISPLAY "SUBMCTL HAS NO ENTITY ID"                       -- ...our reporting-entity id
012600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
012700         STOP RUN                                                 -- ...
012800     END-IF                                                       -- End of entity check
012900     STRING SBC-YEAR SBC-MONTH                                    -- The register's period key
013000         DELIMITED BY SIZE INTO WS-PERIOD                         -- ...
013100     END-STRING                                                   -- End of string
013200     STRING SBC-YEAR SBC-MONTH "01"                               -- The month runs from its first
013300         DELIMITED BY SIZE INTO WS-FROM-KEY                       -- ...day to its last - 31 covers
013400     END-STRING                                                   -- ...every month, since only
013500     STRING SBC-YEAR SBC-MONTH "31"                               -- ...real dates are on file
013600         DELIMITED BY SIZE INTO WS-TO-KEY                         -- ...
013700     END-STRING.                                                  -- End of string
013800 openRegister.                                                    -- Subroutine to open the submission register
013900     OPEN I-O STATS-SUBREG-FILE                                   -- Open the register for update
014000     IF WS-SUBREG-STATUS NOT = "00"                               -- No register yet - the first
014100         OPEN OUTPUT STATS-SUBREG-FILE                            -- ...submission ever; create it
014200         CLOSE STATS-SUBREG-FILE                                  -- ...
014300         OPEN I-O STATS-SUBREG-FILE                               -- Reopen it for update
014400     END-IF                                                       -- End of if statement
014500     IF WS-SUBREG-STATUS NOT = "00"                               -- Can't create/open the register
014600         DISPLAY "STATSSUBR OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
014700             WS-SUBREG-STATUS                                     -- ...
014800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
014900         STOP RUN                                                 -- ...rather than send an unrecorded month
015000     END-IF.                                                      -- End of open-check
015100 checkRegister.                                                   -- Subroutine to find the month's last submission
015200     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Position on the month's first
015300     MOVE SPACES TO SRG-SRG-KEY                                   -- ...register entry
015400     MOVE WS-PERIOD TO SRG-PERIOD                                 -- ...
015500     MOVE 0 TO SRG-SUBMISSION-NO                                  -- ...
015600     MOVE 0 TO SRG-RECORD-SEQ                                     -- ...
015700     START STATS-SUBREG-FILE                                      -- ...
015800         KEY IS NOT LESS THAN SRG-SRG-KEY                         -- ...
015900         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- Nothing from this month on
016000     END-START                                                    -- End of start
016100     PERFORM readRegisterEntry UNTIL WS-SCAN-EOF                  -- One pass per entry for the month
016200     IF WS-LAST-SUBMISSION > 0                                    -- The month has gone before - only
016300         AND NOT SBC-IS-RESUBMISSION                              -- ...a resubmission may send it again
016400         DISPLAY "PERIOD " WS-PERIOD                              -- Refuse it outright
016500             " ALREADY SENT AS SUBMISSION " WS-LAST-SUBMISSION    -- ...
016600             " - RESUBMIT FLAG NOT SET"                           -- ...
016700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
016800         CLOSE STATS-SUBREG-FILE                                  -- ...
016900         STOP RUN                                                 -- ...
017000     END-IF                                                       -- End of duplicate check
017100     IF WS-LAST-SUBMISSION = 0                                    -- A resubmission of a month never
017200         AND SBC-IS-RESUBMISSION                                  -- ...sent is a mistaken card
017300         DISPLAY "PERIOD " WS-PERIOD                              -- ...
017400             " NEVER SENT - NOTHING TO RESUBMIT"                  -- ...
017500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
017600         CLOSE STATS-SUBREG-FILE                                  -- ...
017700         STOP RUN                                                 -- ...
017800     END-IF                                                       -- End of resubmission check
017900     IF WS-LAST-SUBMISSION = 99                                   -- The header has two digits for it
018000         DISPLAY "PERIOD " WS-PERIOD                              -- ...
018100             " HAS NO SUBMISSION NUMBERS LEFT"                    -- ...
018200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
018300         CLOSE STATS-SUBREG-FILE                                  -- ...
018400         STOP RUN                                                 -- ...
018500     END-IF                                                       -- End of numbering check
018600     COMPUTE WS-SUBMISSION-NO = WS-LAST-SUBMISSION + 1.           -- This run's number
018700 readRegisterEntry.                                               -- Subroutine to look at one register entry
018800     READ STATS-SUBREG-FILE NEXT RECORD                           -- Read the next entry
018900         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
019000         NOT AT END                                               -- An entry was read
019100             IF SRG-PERIOD NOT = WS-PERIOD                        -- Past the month's entries
019200                 SET WS-SCAN-EOF TO TRUE                          -- ...
019300             ELSE                                                 -- One of the month's entries
019400             IF SRG-RECORD-SEQ = 0                                -- A submission's control entry -
019500                 MOVE SRG-SUBMISSION-NO TO WS-LAST-SUBMISSION     -- ...keys run upward, so the
019600             END-IF                                               -- ...last one seen is the latest
019700             END-IF                                               -- End of period check
019800     END-READ.                                                    -- End of read
019900 openFiles.                                                       -- Subroutine to open the run's files
020000     OPEN INPUT STATS-HISTORY-FILE                                -- Open the master being submitted
020100     IF WS-HISTORY-STATUS NOT = "00"                              -- No master to submit
020200         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
020300             WS-HISTORY-STATUS                                    -- ...
020400         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
020500         STOP RUN                                                 -- ...rather than submit nothing
020600     END-IF                                                       -- End of open-check
020700     OPEN OUTPUT STATS-SUBMIT-FILE                                -- Open the agency's file for this run
020800     IF WS-SUBMIT-STATUS NOT = "00"                               -- Can't create/open the file
020900         DISPLAY "STATSSUBM OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
021000             WS-SUBMIT-STATUS                                     -- ...
021100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
021200         STOP RUN                                                 -- ...rather than write into a closed file
021300     END-IF                                                       -- End of open-check
021400     OPEN OUTPUT SUBM-REPORT-FILE                                 -- Open the print file for this run
021500     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
021600         DISPLAY "SUBMRPT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
021700             WS-REPORT-STATUS                                     -- ...
021800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
021900         STOP RUN                                                 -- ...rather than write into a closed file
022000     END-IF                                                       -- End of open-check
022100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Today, for the header and
022200     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY            -- ...the register
022300         DELIMITED BY SIZE INTO WS-SENT-DATE                      -- ...
022400     END-STRING                                                   -- End of string
022500     MOVE SPACES TO SUBM-REPORT-TITLE-LINE                        -- Clear the title line
022600     MOVE "STATISTICS REGULATORY SUBMISSION REPORT"               -- Set the report title
022700         TO SBRT-TITLE-TEXT                                       -- ...
022800     WRITE SUBM-REPORT-TITLE-LINE                                 -- Write the report title
022900     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Name the submission
023000     MOVE "PERIOD" TO SBRD-LABEL                                  -- ...
023100     STRING SBC-MONTH "/" SBC-YEAR                                -- ...
023200         DELIMITED BY SIZE INTO SBRD-VALUE                        -- ...
023300     END-STRING                                                   -- End of string
023400     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
023500     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- ...
023600     MOVE "REPORTING ENTITY" TO SBRD-LABEL                        -- ...
023700     MOVE SBC-ENTITY-ID TO SBRD-VALUE                             -- ...
023800     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
023900     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- ...
024000     MOVE "SUBMISSION NUMBER" TO SBRD-LABEL                       -- ...
024100     MOVE WS-SUBMISSION-NO TO SBRD-VALUE                          -- ...
024200     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
024300     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- ...
024400     MOVE "SUBMISSION TYPE" TO SBRD-LABEL                         -- ...
024500     IF SBC-IS-RESUBMISSION                                       -- ...
024600         MOVE "RESUBMISSION" TO SBRD-VALUE                        -- ...
024700     ELSE                                                         -- ...
024800         MOVE "ORIGINAL" TO SBRD-VALUE                            -- ...
024900     END-IF                                                       -- End of type check
025000     WRITE SUBM-REPORT-DETAIL-LINE.                               -- ...
025100 scanHistory.                                                     -- Subroutine to gather the month's lines
025200     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The master is keyed by run date
025300     MOVE LOW-VALUES TO HST-HIST-KEY                              -- ...first, which does not order
025400     START STATS-HISTORY-FILE                                     -- ...by year - walk it all
025500         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
025600         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master has nothing
025700     END-START                                                    -- End of start
025800     PERFORM readHistoryLine UNTIL WS-SCAN-EOF.                   -- One pass per history line
025900 readHistoryLine.                                                 -- Subroutine to weigh one history line
026000     READ STATS-HISTORY-FILE NEXT RECORD                          -- Read the next history line
026100         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
026200         NOT AT END                                               -- A line was read
026300             STRING HST-RUN-DATE(7:4) HST-RUN-DATE(1:2)           -- Build its year-first key
026400                 HST-RUN-DATE(4:2)                                -- ...
026500                 DELIMITED BY SIZE INTO WS-REC-SORT-KEY           -- ...
026600             END-STRING                                           -- End of string
026700             IF WS-REC-SORT-KEY NOT < WS-FROM-KEY                 -- Inside the month, and a
026800                 AND WS-REC-SORT-KEY NOT > WS-TO-KEY              -- ...station's own line - the
026900                 AND HST-STATION-ID NOT = "*ALL"                  -- ...batch totals are ours alone
027000                 ADD 1 TO WS-HISTORY-LINES                        -- ...
027100                 MOVE HST-STATION-ID TO WS-LINE-STATION           -- ...
027200                 MOVE HST-READING-TYPE TO WS-LINE-TYPE            -- ...
027300                 IF WS-LINE-TYPE = SPACE                          -- A blank type is level, as in
027400                     MOVE "L" TO WS-LINE-TYPE                     -- ...the other programs
027500                 END-IF                                           -- End of type check
027600                 PERFORM accumulateLine                           -- ...
027700             END-IF                                               -- End of period check
027800     END-READ.                                                    -- End of read
027900 accumulateLine.                                                  -- Subroutine to add one line to its entry
028000     MOVE 1 TO WS-SUB-IDX                                         -- Find the entry, or where it goes
028100     PERFORM UNTIL WS-SUB-IDX > WS-SUB-COUNT                      -- ...in station/type order
028200         OR WS-SUB-KEY(WS-SUB-IDX) NOT < WS-LINE-KEY              -- ...
028300         ADD 1 TO WS-SUB-IDX                                      -- ...
028400     END-PERFORM                                                  -- End of search
028500     IF WS-SUB-IDX > WS-SUB-COUNT                                 -- A station and type not yet
028600         OR WS-SUB-KEY(WS-SUB-IDX) NOT = WS-LINE-KEY              -- ...seen
028700         IF WS-SUB-COUNT >= WS-MAX-SUB-ENTRIES                    -- No room for it
028800             MOVE 0 TO WS-SUB-IDX                                 -- ...leave it out and say so
028900             ADD 1 TO WS-SUB-DROPPED                              -- ...
029000         ELSE                                                     -- Open a slot for it
029100             PERFORM VARYING WS-SUB-SHIFT FROM WS-SUB-COUNT BY -1 -- ...
029200                 UNTIL WS-SUB-SHIFT < WS-SUB-IDX                  -- ...
029300                 MOVE WS-SUB-ENTRY(WS-SUB-SHIFT)                  -- ...
029400                     TO WS-SUB-ENTRY(WS-SUB-SHIFT + 1)            -- ...
029500             END-PERFORM                                          -- End of shift loop
029600             ADD 1 TO WS-SUB-COUNT                                -- ...
029700             MOVE WS-LINE-KEY TO WS-SUB-KEY(WS-SUB-IDX)           -- ...
029800             MOVE 0 TO WS-SUB-RECORDS(WS-SUB-IDX)                 -- Nothing gathered yet
029900             MOVE 999.99 TO WS-SUB-SMALLEST(WS-SUB-IDX)           -- ...
030000             MOVE 0 TO WS-SUB-LARGEST(WS-SUB-IDX)                 -- ...
030100             MOVE 0 TO WS-SUB-WEIGHTED(WS-SUB-IDX)                -- ...
030200         END-IF                                                   -- End of room check
030300     END-IF                                                       -- End of new-entry check
030400     IF WS-SUB-IDX > 0 AND HST-RECORD-COUNT > 0                   -- Only a line with readings has
030500         ADD HST-RECORD-COUNT TO WS-SUB-RECORDS(WS-SUB-IDX)       -- ...figures worth weighing
030600         IF HST-SMALLEST < WS-SUB-SMALLEST(WS-SUB-IDX)            -- ...
030700             MOVE HST-SMALLEST TO WS-SUB-SMALLEST(WS-SUB-IDX)     -- ...
030800         END-IF                                                   -- End of smallest check
030900         IF HST-LARGEST > WS-SUB-LARGEST(WS-SUB-IDX)              -- ...
031000             MOVE HST-LARGEST TO WS-SUB-LARGEST(WS-SUB-IDX)       -- ...
031100         END-IF                                                   -- End of largest check
031200         COMPUTE WS-SUB-WEIGHTED(WS-SUB-IDX) =                    -- Weight the line's mean by its
031300             WS-SUB-WEIGHTED(WS-SUB-IDX) +                        -- ...own reading count, as
031400             (HST-MEAN * HST-RECORD-COUNT)                        -- ...statistics_rollup does
031500     END-IF.                                                      -- End of readings check
031600 checkGathered.                                                   -- Subroutine to refuse a partial or empty month
031700     IF WS-SUB-DROPPED > 0                                        -- A file short of stations must
031800         MOVE WS-SUB-DROPPED TO WS-RPT-COUNT                      -- ...never reach the agency
031900         DISPLAY "HISTORY LINES PAST STATION TABLE: " WS-RPT-COUNT-- ...
032000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
032100         PERFORM closeFiles                                       -- ...nothing is registered
032200         STOP RUN                                                 -- ...
032300     END-IF                                                       -- End of dropped check
032400     IF WS-SUB-COUNT = 0                                          -- Nothing on file for the month
032500         DISPLAY "NO STATSHIST LINES FOR PERIOD " WS-PERIOD       -- ...
032600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
032700         PERFORM closeFiles                                       -- ...nothing is registered
032800         STOP RUN                                                 -- ...
032900     END-IF.                                                      -- End of empty check
033000 purgeSubmission.                                                 -- Subroutine to clear a failed attempt's entries
033100     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- A run that stopped part way
033200     MOVE WS-PERIOD TO SRG-PERIOD                                 -- ...left details under this number
033300     MOVE WS-SUBMISSION-NO TO SRG-SUBMISSION-NO                   -- ...but no control entry - start
033400     MOVE 0 TO SRG-RECORD-SEQ                                     -- ...the number afresh
033500     START STATS-SUBREG-FILE                                      -- ...
033600         KEY IS NOT LESS THAN SRG-SRG-KEY                         -- ...
033700         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- Nothing left behind
033800     END-START                                                    -- End of start
033900     PERFORM purgeRegisterEntry UNTIL WS-SCAN-EOF.                -- One pass per leftover entry
034000 purgeRegisterEntry.                                              -- Subroutine to remove one leftover entry
034100     READ STATS-SUBREG-FILE NEXT RECORD                           -- Read the next entry
034200         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
034300         NOT AT END                                               -- An entry was read
034400             IF SRG-PERIOD NOT = WS-PERIOD                        -- Past this submission's entries
034500                 OR SRG-SUBMISSION-NO NOT = WS-SUBMISSION-NO      -- ...
034600                 SET WS-SCAN-EOF TO TRUE                          -- ...
034700             ELSE                                                 -- One of them
034800                 DELETE STATS-SUBREG-FILE RECORD                  -- ...
034900                     INVALID KEY CONTINUE                         -- ...
035000                 END-DELETE                                       -- End of delete
035100             END-IF                                               -- End of submission check
035200     END-READ.                                                    -- End of read
035300 writeSubmission.                                                 -- Subroutine to write the agency's file
035400     MOVE SPACES TO SUBM-HEADER-RECORD                            -- The header first
035500     MOVE "H" TO SBH-RECORD-TYPE                                  -- ...
035600     MOVE SBC-ENTITY-ID TO SBH-ENTITY-ID                          -- ...who we are
035700     MOVE WS-PERIOD TO SBH-PERIOD                                 -- ...which month
035800     MOVE WS-SUBMISSION-NO TO SBH-SUBMISSION-NO                   -- ...which attempt
035900     IF SBC-IS-RESUBMISSION                                       -- ...original or resubmission
036000         MOVE "R" TO SBH-SUBMISSION-TYPE                          -- ...
036100     ELSE                                                         -- ...
036200         MOVE "O" TO SBH-SUBMISSION-TYPE                          -- ...
036300     END-IF                                                       -- End of type check
036400     STRING WS-CURR-YYYY WS-CURR-MM WS-CURR-DD                    -- ...and when it was made
036500         DELIMITED BY SIZE INTO SBH-CREATED-DATE                  -- ...
036600     END-STRING                                                   -- End of string
036700     WRITE SUBM-HEADER-RECORD                                     -- Write the header
036800     PERFORM VARYING WS-SUB-IDX FROM 1 BY 1                       -- One detail per station and type
036900         UNTIL WS-SUB-IDX > WS-SUB-COUNT                          -- ...
037000         PERFORM writeSubmissionDetail                            -- ...
037100     END-PERFORM                                                  -- End of detail loop
037200     MOVE SPACES TO SUBM-TRAILER-RECORD                           -- The trailer proves the file
037300     MOVE "T" TO SBT-RECORD-TYPE                                  -- ...complete
037400     MOVE WS-DETAIL-COUNT TO SBT-RECORD-COUNT                     -- ...
037500     MOVE WS-HASH-TOTAL TO SBT-HASH-TOTAL                         -- ...
037600     WRITE SUBM-TRAILER-RECORD                                    -- Write the trailer
037700     MOVE SPACES TO STATS-SUBREG-RECORD                           -- The control entry goes on last,
037800     MOVE WS-PERIOD TO SRG-PERIOD                                 -- ...so a run that stops part way
037900     MOVE WS-SUBMISSION-NO TO SRG-SUBMISSION-NO                   -- ...never registers the month
038000     MOVE 0 TO SRG-RECORD-SEQ                                     -- ...as sent
038100     MOVE WS-SENT-DATE TO SRG-SENT-DATE                           -- ...
038200     MOVE SBC-ENTITY-ID TO SRG-ENTITY-ID                          -- ...
038300     IF SBC-IS-RESUBMISSION                                       -- ...
038400         MOVE "Y" TO SRG-RESUBMIT-FLAG                            -- ...
038500     ELSE                                                         -- ...
038600         MOVE "N" TO SRG-RESUBMIT-FLAG                            -- ...
038700     END-IF                                                       -- End of flag check
038800     MOVE WS-DETAIL-COUNT TO SRG-DETAIL-COUNT                     -- ...
038900     MOVE WS-HASH-TOTAL TO SRG-HASH-TOTAL                         -- ...
039000     MOVE "SENT" TO SRG-STATUS                                    -- Until the agency answers
039100     MOVE 0 TO SRG-ACCEPTED-COUNT                                 -- ...
039200     MOVE 0 TO SRG-REJECTED-COUNT                                 -- ...
039300     WRITE STATS-SUBREG-RECORD                                    -- Register the submission
039400         INVALID KEY REWRITE STATS-SUBREG-RECORD                  -- ...
039500     END-WRITE.                                                   -- End of write
039600 writeSubmissionDetail.                                           -- Subroutine to write one station/type detail
039700     ADD 1 TO WS-DETAIL-COUNT                                     -- Number the detail
039800     IF WS-SUB-RECORDS(WS-SUB-IDX) = 0                            -- Lines with no readings have
039900         MOVE 0 TO WS-SUB-SMALLEST(WS-SUB-IDX)                    -- ...no figures to send
040000         MOVE 0 TO WS-SUB-MEAN                                    -- ...
040100     ELSE                                                         -- ...
040200         COMPUTE WS-SUB-MEAN ROUNDED =                            -- The month's reading-weighted
040300             WS-SUB-WEIGHTED(WS-SUB-IDX)                          -- ...mean
040400             / WS-SUB-RECORDS(WS-SUB-IDX)                         -- ...
040500     END-IF                                                       -- End of readings check
040600     MOVE SPACES TO SUBM-DETAIL-RECORD                            -- Build the agency's detail
040700     MOVE "D" TO SBD-RECORD-TYPE                                  -- ...
040800     MOVE WS-DETAIL-COUNT TO SBD-RECORD-SEQ                       -- ...
040900     MOVE WS-SUB-STATION(WS-SUB-IDX) TO SBD-STATION-ID            -- ...
041000     MOVE WS-SUB-TYPE(WS-SUB-IDX) TO SBD-READING-TYPE             -- ...
041100     MOVE WS-SUB-RECORDS(WS-SUB-IDX) TO SBD-READING-COUNT         -- ...
041200     MOVE WS-SUB-SMALLEST(WS-SUB-IDX) TO SBD-MINIMUM              -- ...
041300     MOVE WS-SUB-LARGEST(WS-SUB-IDX) TO SBD-MAXIMUM               -- ...
041400     MOVE WS-SUB-MEAN TO SBD-MEAN                                 -- ...
041500     WRITE SUBM-DETAIL-RECORD                                     -- Write the detail
041600     COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL                        -- Add its values to the hash
041700         + SBD-MINIMUM + SBD-MAXIMUM + SBD-MEAN                   -- ...
041800     MOVE SPACES TO STATS-SUBREG-RECORD                           -- Register what was sent
041900     MOVE WS-PERIOD TO SRG-PERIOD                                 -- ...
042000     MOVE WS-SUBMISSION-NO TO SRG-SUBMISSION-NO                   -- ...
042100     MOVE WS-DETAIL-COUNT TO SRG-RECORD-SEQ                       -- ...
042200     MOVE SBD-STATION-ID TO SRG-STATION-ID                        -- ...
042300     MOVE SBD-READING-TYPE TO SRG-READING-TYPE                    -- ...
042400     MOVE SBD-READING-COUNT TO SRG-READING-COUNT                  -- ...
042500     MOVE SBD-MINIMUM TO SRG-MINIMUM                              -- ...
042600     MOVE SBD-MAXIMUM TO SRG-MAXIMUM                              -- ...
042700     MOVE SBD-MEAN TO SRG-MEAN                                    -- ...
042800     WRITE STATS-SUBREG-RECORD                                    -- ...
042900         INVALID KEY REWRITE STATS-SUBREG-RECORD                  -- ...
043000     END-WRITE                                                    -- End of write
043100     MOVE SPACES TO SUBM-REPORT-RECORD-LINE                       -- ...and report it
043200     MOVE SBD-RECORD-SEQ TO SBRR-RECORD-SEQ                       -- ...
043300     MOVE SBD-STATION-ID TO SBRR-STATION-ID                       -- ...
043400     MOVE SBD-READING-TYPE TO SBRR-READING-TYPE                   -- ...
043500     MOVE SBD-READING-COUNT TO SBRR-READING-COUNT                 -- ...
043600     MOVE SBD-MINIMUM TO SBRR-MINIMUM                             -- ...
043700     MOVE SBD-MAXIMUM TO SBRR-MAXIMUM                             -- ...
043800     MOVE SBD-MEAN TO SBRR-MEAN                                   -- ...
043900     MOVE "SENT" TO SBRR-STATUS                                   -- ...
044000     WRITE SUBM-REPORT-RECORD-LINE.                               -- ...
044100 writeTotals.                                                     -- Subroutine to close the report with the totals
044200     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Clear the detail line
044300     MOVE "HISTORY LINES TAKEN" TO SBRD-LABEL                     -- ...
044400     MOVE WS-HISTORY-LINES TO WS-RPT-COUNT                        -- ...
044500     MOVE WS-RPT-COUNT TO SBRD-VALUE                              -- ...
044600     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
044700     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Clear the detail line
044800     MOVE "DETAIL RECORDS SENT" TO SBRD-LABEL                     -- The trailer's two proofs,
044900     MOVE WS-DETAIL-COUNT TO WS-RPT-COUNT                         -- ...for checking against the
045000     MOVE WS-RPT-COUNT TO SBRD-VALUE                              -- ...agency's receipt
045100     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
045200     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Clear the detail line
045300     MOVE "HASH TOTAL" TO SBRD-LABEL                              -- ...
045400     MOVE WS-HASH-TOTAL TO WS-RPT-HASH                            -- ...
045500     MOVE WS-RPT-HASH TO SBRD-VALUE                               -- ...
045600     WRITE SUBM-REPORT-DETAIL-LINE.                               -- ...
045700 closeFiles.                                                      -- Subroutine to close the run's files
045800     CLOSE STATS-HISTORY-FILE                                     -- Done with the master
045900     CLOSE STATS-SUBREG-FILE                                      -- Done with the register
046000     CLOSE STATS-SUBMIT-FILE                                      -- Done with the agency's file
046100     CLOSE SUBM-REPORT-FILE.                                      -- Done with the report
046200 END PROGRAM statistics_submit.                                   -- End of program
