002000     SELECT HISTM-BACKOUT-FILE ASSIGN TO "HISTMBKO"               -- Reverse cards for this run
002100         ORGANIZATION IS LINE SEQUENTIAL                          -- One command card per line
002200         FILE STATUS IS WS-BACKOUT-STATUS.                        -- I-O status for writeBackoutCard
002300     SELECT STATS-AUTHORITY-FILE ASSIGN TO "STATSAUTH"            -- Operator authority grants
002400         ORGANIZATION IS LINE SEQUENTIAL                          -- One grant per line
002500         FILE STATUS IS WS-AUTHORITY-STATUS.                      -- I-O status for loadAuthority
002600     SELECT STATS-SECURITY-FILE ASSIGN TO "STATSSECV"             -- Running security-violation log
002700         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per refusal
002800         FILE STATUS IS WS-SECURITY-STATUS.                       -- I-O status for writeViolation
002900 DATA DIVISION.                                                   -- Start of data declaration
003000 FILE SECTION.                                                    -- File record descriptions
003100 FD  HISTM-COMMAND-FILE                                           -- Operator command cards
003200     RECORDING MODE IS F.                                         -- Fixed length records
003300 COPY "stats_histmaint_record.cpy".                               -- HISTM-COMMAND-RECORD layout
003400 FD  STATS-HISTORY-FILE.                                          -- The history master being maintained
003500 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
003600 FD  HISTM-REPORT-FILE                                            -- Maintenance report
003700     RECORDING MODE IS F.                                         -- Fixed length print lines
003800 COPY "stats_histmaint_report_record.cpy".                        -- HISTM-REPORT-*-LINE layouts
003900 FD  HISTM-LOG-FILE                                               -- Running change log
004000     RECORDING MODE IS F.                                         -- Fixed length records
004100 COPY "stats_histmaint_log_record.cpy".                           -- HISTM-LOG-RECORD layout
004200 FD  HISTM-BACKOUT-FILE                                           -- Reverse cards for this run
004300     RECORDING MODE IS F.                                         -- Fixed length records
004400 COPY "stats_histmaint_backout_record.cpy".                       -- HISTM-BACKOUT-RECORD layout
004500 FD  STATS-AUTHORITY-FILE                                         -- Operator authority grants
004600     RECORDING MODE IS F.                                         -- Fixed length records
004700 COPY "stats_authority_record.cpy".                               -- STATS-AUTHORITY-RECORD layout
004800 FD  STATS-SECURITY-FILE                                          -- Running security-violation log
004900     RECORDING MODE IS F.                                         -- Fixed length records
005000 COPY "stats_security_log_record.cpy".                            -- STATS-SECURITY-LOG-RECORD layout
005100 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
005200     01  WS-COMMAND-STATUS PIC XX.                                -- File status for HISTM-COMMAND-FILE
005300     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
005400     01  WS-REPORT-STATUS PIC XX.                                 -- File status for HISTM-REPORT-FILE
005500     01  WS-LOG-STATUS   PIC XX.                                  -- File status for HISTM-LOG-FILE
005600     01  WS-BACKOUT-STATUS PIC XX.                                -- File status for HISTM-BACKOUT-FILE
005700     01  WS-BKO-ACTION   PIC X(8).                                -- Action the next backout card undoes
005800     01  WS-RANGE-MATCHED PIC 9(5).                               -- Records one DELRANGE touched
005900     01  WS-OLD-COUNT    PIC 9(5).                                -- A record's figures as they were
006000     01  WS-OLD-SMALLEST PIC 9(3)V99.                             -- ...before the change, held so the
006100     01  WS-OLD-LARGEST  PIC 9(3)V99.                             -- ...backout card can put them back
006200     01  WS-OLD-MODE     PIC 9(3)V99.                             -- ...
006300     01  WS-OLD-MEAN     PIC 9(3)V99.                             -- ...
006400     01  WS-OLD-MEDIAN   PIC 9(3)V99.                             -- ...
006500     01  WS-OLD-STDDEV   PIC 9(3)V9999.                           -- ...
006600     01  WS-CMD-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for the command loop
006700         88  WS-CMD-EOF  VALUE "Y".                               -- Condition for end of HISTM-COMMAND-FILE
006800     01  WS-SCAN-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for doList's scan
006900         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of STATS-HISTORY-FILE
007000     01  WS-FOUND-SWITCH PIC X VALUE "N".                         -- Set when a keyed read finds the record
007100         88  WS-RECORD-FOUND VALUE "Y".                           -- Condition for record on file
007200     01  WS-COMMAND-COUNT PIC 9(5) VALUE 0.                       -- Commands processed this run
007300     01  WS-CHANGE-COUNT PIC 9(5) VALUE 0.                        -- Changes applied this run
007400     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
007500         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
007600         05  WS-CURR-MM      PIC 9(2).                            -- Current month
007700         05  WS-CURR-DD      PIC 9(2).                            -- Current day
007800         05  WS-CURR-HH      PIC 9(2).                            -- Current hour, for the change log
007900         05  WS-CURR-MI      PIC 9(2).                            -- Current minute, for the change log
008000         05  WS-CURR-SS      PIC 9(2).                            -- Current second, for the change log
008100         05  FILLER          PIC X(9).                            -- Offset, not needed here
008200     01  WS-LOG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS, built by writeLog
008300     01  WS-LOG-NOTE     PIC X(12).                               -- What writeLog should say happened
008400     01  WS-RPT-NUM      PIC ZZZ9.9999.                           -- Scratch edited number for the report
008500     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for the report
008600     01  WS-RPT-VAL      PIC ZZ9.99.                              -- Scratch edited reading for the report
008700     01  WS-REC-SORT-KEY PIC X(8).                                -- YYYYMMDD key of a master record
008800     01  WS-FROM-SORT-KEY PIC X(8).                               -- ...of a LIST card's from date
008900     01  WS-TO-SORT-KEY  PIC X(8).                                -- ...and of its to date
009000     01  WS-AUTHORITY-STATUS PIC XX.                              -- File status for STATS-AUTHORITY-FILE
009100     01  WS-SECURITY-STATUS PIC XX.                               -- File status for STATS-SECURITY-FILE
009200     01  WS-AUTH-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for loadAuthority
009300         88  WS-AUTH-EOF VALUE "Y".                               -- Condition for end of STATS-AUTHORITY-FILE
009400     01  WS-AUTH-SWITCH  PIC X VALUE "N".                         -- Set when STATSAUTH allows the card
009500         88  WS-AUTHORIZED VALUE "Y".                             -- Condition for an authorized card
009600     01  WS-AUTH-REASON  PIC X(12).                               -- Why checkAuthority refused the card
009700     01  WS-MAX-GRANTS   PIC 9(3) VALUE 200.                      -- Upper bound loadAuthority will hold
009800     01  WS-GRANT-COUNT  PIC 9(3) VALUE 0.                        -- This program's grants loaded
009900     01  WS-GRANTS-DROPPED PIC 9(5) VALUE 0.                      -- Grants past WS-MAX-GRANTS
010000     01  WS-GRANT-TABLE.                                          -- This program's grants from STATSAUTH
010100         05  WS-GRANT-ENTRY OCCURS 200 TIMES.                     -- One entry per grant
010200             10  WS-GRANT-OPERATOR PIC X(8).                      -- Who may...
010300             10  WS-GRANT-ACTION PIC X(8).                        -- ...do what, or "*ALL"
010400     01  WS-GRANT-IDX    PIC 9(3).                                -- Loop counter over the grant table
010500     01  WS-REFUSED-COUNT PIC 9(5) VALUE 0.                       -- Cards refused this run
010600 PROCEDURE DIVISION.                                              -- Start of program logic
010700     PERFORM openFiles                                            -- Open the commands, master, report, log
010800     PERFORM processCommands UNTIL WS-CMD-EOF                     -- One pass per operator command card
010900     PERFORM closeFiles                                           -- Close everything on the way out
011000     MOVE WS-COMMAND-COUNT TO WS-RPT-COUNT                        -- Edit the command total for display
011100     DISPLAY "Commands processed: " WS-RPT-COUNT                  -- One console line for the whole run
011200     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT                         -- Edit the change total for display
011300     DISPLAY "Changes applied: " WS-RPT-COUNT                     -- ...
011400     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT                        -- Edit the refusal total for display
011500     DISPLAY "Commands refused: " WS-RPT-COUNT                    -- ...
011600     STOP RUN.                                                    -- End the program
011700 openFiles.                                                       -- Subroutine to open the run's files
011800     OPEN INPUT HISTM-COMMAND-FILE                                -- Open the operator's command cards
011900     IF WS-COMMAND-STATUS NOT = "00"                              -- No commands, nothing to do
012000         DISPLAY "HISTMCMD OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
012100             WS-COMMAND-STATUS                                    -- ...
012200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
012300         STOP RUN                                                 -- ...rather than run an empty maintenance
012400     END-IF                                                       -- End of open-check
012500     OPEN I-O STATS-HISTORY-FILE                                  -- Open the master for maintenance
012600     IF WS-HISTORY-STATUS NOT = "00"                              -- No master to maintain
012700         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
012800             WS-HISTORY-STATUS                                    -- ...
012900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
013000         STOP RUN                                                 -- ...rather than report against nothing
013100     END-IF                                                       -- End of open-check
013200     OPEN OUTPUT HISTM-REPORT-FILE                                -- Open the print file for this run
013300     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
013400         DISPLAY "HISTMRPT OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
013500             WS-REPORT-STATUS                                     -- ...
013600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
013700         STOP RUN                                                 -- ...rather than write into a closed file
013800     END-IF                                                       -- End of open-check
013900     OPEN EXTEND HISTM-LOG-FILE                                   -- Append to the running change log
014000     IF WS-LOG-STATUS NOT = "00"                                  -- No change log yet, first run
014100         OPEN OUTPUT HISTM-LOG-FILE                               -- Create an empty one
014200         CLOSE HISTM-LOG-FILE                                     -- ...
014300         OPEN EXTEND HISTM-LOG-FILE                               -- Reopen it for appending
014400     END-IF                                                       -- End of if statement
014500     OPEN OUTPUT HISTM-BACKOUT-FILE                               -- Fresh backout file every run -
014600*                                                                 -- ...it undoes THIS run only
014700     IF WS-BACKOUT-STATUS NOT = "00"                              -- Can't create/open the backout file
014800         DISPLAY "HISTMBKO OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
014900             WS-BACKOUT-STATUS                                    -- ...
015000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
015100         STOP RUN                                                 -- ...no changes without a safety net
015200     END-IF                                                       -- End of open-check
015300     MOVE SPACES TO HISTM-REPORT-TITLE-LINE                       -- Clear the title line
015400     MOVE "STATISTICS HISTORY MAINTENANCE REPORT"                 -- Set the report title
015500         TO HMT-TITLE-TEXT                                        -- ...
015600     WRITE HISTM-REPORT-TITLE-LINE                                -- Write the report title
015700     OPEN EXTEND STATS-SECURITY-FILE                              -- Append to the security-violation log
015800     IF WS-SECURITY-STATUS NOT = "00"                             -- No violation log yet, first run
015900         OPEN OUTPUT STATS-SECURITY-FILE                          -- Create an empty one
016000         CLOSE STATS-SECURITY-FILE                                -- ...
016100         OPEN EXTEND STATS-SECURITY-FILE                          -- Reopen it for appending
016200     END-IF                                                       -- End of if statement
016300     PERFORM loadAuthority.                                       -- Load this program's operator grants
016400 processCommands.                                                 -- Subroutine to act on one command card
016500     READ HISTM-COMMAND-FILE                                      -- Read the next command
016600         AT END SET WS-CMD-EOF TO TRUE                            -- No more commands
016700     END-READ                                                     -- End of read
016800     IF NOT WS-CMD-EOF                                            -- A command was read
016900         ADD 1 TO WS-COMMAND-COUNT                                -- Count this command
017000         PERFORM checkAuthority                                   -- May this operator do this?
017100         IF NOT WS-AUTHORIZED                                     -- No - the card is refused before
017200             PERFORM refuseCommand                                -- ...it can touch anything
017300         ELSE                                                     -- An authorized card
017400         IF CMD-IS-INQUIRE                                        -- Show one history record
017500             PERFORM doInquire                                    -- ...
017600         ELSE                                                     -- Not an inquiry
017700         IF CMD-IS-LIST                                           -- Show a range of history records
017800             PERFORM doList                                       -- ...
017900         ELSE                                                     -- Not a list
018000         IF CMD-IS-CORRECT                                        -- Replace one record's figures
018100             PERFORM doCorrect                                    -- ...
018200         ELSE                                                     -- Not a correction
018300         IF CMD-IS-DELETE                                         -- Remove one bad record
018400             PERFORM doDelete                                     -- ...
018500         ELSE                                                     -- Not a single delete
018600         IF CMD-IS-ADD                                            -- Add a record outright
018700             PERFORM doAdd                                        -- ...
018800         ELSE                                                     -- Not an add
018900         IF CMD-IS-DELRANGE                                       -- Delete a whole range at once
019000             PERFORM doDeleteRange                                -- ...
019100         ELSE                                                     -- Not any recognized action
019200             PERFORM writeActionLine                              -- Echo the bad card on the report
019300             MOVE "BAD ACTION" TO HMA-RESULT                      -- ...flagged unmistakably
019400             WRITE HISTM-REPORT-ACTION-LINE                       -- ...
019500         END-IF                                                   -- End of range-delete check
019600         END-IF                                                   -- End of add check
019700         END-IF                                                   -- End of delete check
019800         END-IF                                                   -- End of correct check
019900         END-IF                                                   -- End of list check
020000         END-IF                                                   -- End of inquire check
020100         END-IF                                                   -- End of authority check
020200     END-IF.                                                      -- End of command check
020300 readMasterRecord.                                                -- Subroutine to fetch the command's record
020400     MOVE "N" TO WS-FOUND-SWITCH                                  -- Not found until the read says so
020500     MOVE CMD-RUN-DATE TO HST-RUN-DATE                            -- Build the record key from the card
020600     MOVE CMD-BATCH-ID TO HST-BATCH-ID                            -- ...
020700     MOVE CMD-STATION-ID TO HST-STATION-ID                        -- ...
020800     IF CMD-READING-TYPE = SPACE                                  -- A card without a type addresses
020900         MOVE "L" TO HST-READING-TYPE                             -- ...the level record, the only
021000     ELSE                                                         -- ...kind before the flow stations
021100         MOVE CMD-READING-TYPE TO HST-READING-TYPE                -- The card's own type
021200     END-IF                                                       -- End of blank-type default
021300     READ STATS-HISTORY-FILE                                      -- One keyed read settles it
021400         INVALID KEY CONTINUE                                     -- No such record on the master
021500         NOT INVALID KEY SET WS-RECORD-FOUND TO TRUE              -- The record is on file
021600     END-READ.                                                    -- End of read
021700 writeActionLine.                                                 -- Subroutine to start a command's report
021800     MOVE SPACES TO HISTM-REPORT-ACTION-LINE                      -- Clear the action line
021900     MOVE CMD-ACTION TO HMA-ACTION                                -- Echo the command
022000     MOVE CMD-RUN-DATE TO HMA-RUN-DATE                            -- ...and the record it addressed
022100     MOVE CMD-BATCH-ID TO HMA-BATCH-ID                            -- ...
022200     MOVE CMD-STATION-ID TO HMA-STATION-ID                        -- ...
022300     MOVE CMD-READING-TYPE TO HMA-TYPE                            -- ...
022400     MOVE CMD-OPERATOR TO HMA-OPERATOR                            -- ...and who submitted it
022500     MOVE SPACES TO HMA-RESULT.                                   -- The handler fills in what happened
022600 writeFigureLines.                                                -- Subroutine to print the fetched record
022700     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
022800     MOVE "READINGS PROCESSED" TO HMF-LABEL                       -- Label the record count
022900     MOVE HST-RECORD-COUNT TO WS-RPT-COUNT                        -- Edit it for the report
023000     MOVE WS-RPT-COUNT TO HMF-VALUE                               -- ...
023100     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
023200     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
023300     MOVE "SMALLEST VALUE" TO HMF-LABEL                           -- Label the smallest reading
023400     MOVE HST-SMALLEST TO WS-RPT-VAL                              -- Edit it for the report
023500     MOVE WS-RPT-VAL TO HMF-VALUE                                 -- ...
023600     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
023700     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
023800     MOVE "LARGEST VALUE" TO HMF-LABEL                            -- Label the largest reading
023900     MOVE HST-LARGEST TO WS-RPT-VAL                               -- Edit it for the report
024000     MOVE WS-RPT-VAL TO HMF-VALUE                                 -- ...
024100     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
024200     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
024300     MOVE "MODE VALUE" TO HMF-LABEL                               -- Label the mode
024400     MOVE HST-MODE TO WS-RPT-VAL                                  -- Edit it for the report
024500     MOVE WS-RPT-VAL TO HMF-VALUE                                 -- ...
024600     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
024700     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
024800     MOVE "MEAN VALUE" TO HMF-LABEL                               -- Label the mean
024900     MOVE HST-MEAN TO WS-RPT-NUM                                  -- Edit it for the report
025000     MOVE WS-RPT-NUM TO HMF-VALUE                                 -- ...
025100     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
025200     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
025300     MOVE "MEDIAN VALUE" TO HMF-LABEL                             -- Label the median
025400     MOVE HST-MEDIAN TO WS-RPT-NUM                                -- Edit it for the report
025500     MOVE WS-RPT-NUM TO HMF-VALUE                                 -- ...
025600     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
025700     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
025800     MOVE "STANDARD DEVIATION" TO HMF-LABEL                       -- Label the standard deviation
025900     MOVE HST-STDDEV TO WS-RPT-NUM                                -- Edit it for the report
026000     MOVE WS-RPT-NUM TO HMF-VALUE                                 -- ...
026100     WRITE HISTM-REPORT-FIGURE-LINE.                              -- Write the figure line
026200 doInquire.                                                       -- Subroutine to show one history record
026300     PERFORM readMasterRecord                                     -- Fetch the record the card names
026400     PERFORM writeActionLine                                      -- Start this command's report
026500     IF WS-RECORD-FOUND                                           -- The record is on file
026600         MOVE "FOUND" TO HMA-RESULT                               -- Say so
026700         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
026800         PERFORM writeFigureLines                                 -- ...then its figures
026900     ELSE                                                         -- No such record
027000         MOVE "NOT FOUND" TO HMA-RESULT                           -- Say so
027100         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
027200     END-IF.                                                      -- End of found check
027300 doList.                                                          -- Subroutine to show a range of records
027400     IF CMD-TO-DATE = SPACES                                      -- A single-day LIST may leave the
027500         MOVE CMD-RUN-DATE TO CMD-TO-DATE                         -- ...end date blank - default it to
027600     END-IF                                                       -- ...the start date
027700     STRING CMD-RUN-DATE(7:4)                                     -- Dates compare year first, then
027800         CMD-RUN-DATE(1:2)                                        -- ...month, then day - raw
027900         CMD-RUN-DATE(4:2)                                        -- ...MM/DD/YYYY text orders
028000         DELIMITED BY SIZE INTO WS-FROM-SORT-KEY                  -- ...month-first and breaks any
028100     STRING CMD-TO-DATE(7:4)                                      -- ...range that crosses a year
028200         CMD-TO-DATE(1:2)                                         -- ...
028300         CMD-TO-DATE(4:2)                                         -- ...
028400         DELIMITED BY SIZE INTO WS-TO-SORT-KEY                    -- ...
028500     PERFORM writeActionLine                                      -- Start this command's report
028600     MOVE "RANGE" TO HMA-RESULT                                   -- A LIST reports every record in range
028700     WRITE HISTM-REPORT-ACTION-LINE                               -- Write the action line
028800     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the scan's end-of-file switch
028900     MOVE LOW-VALUES TO HST-HIST-KEY                              -- Position the scan at the first record
029000     START STATS-HISTORY-FILE                                     -- ...
029100         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
029200         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master has nothing to list
029300     END-START                                                    -- End of start
029400     PERFORM UNTIL WS-SCAN-EOF                                    -- Walk the whole master in key order
029500         READ STATS-HISTORY-FILE NEXT RECORD                      -- Read the next history record
029600             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
029700             NOT AT END                                           -- A history record was read
029800                 STRING HST-RUN-DATE(7:4)                         -- Build the record's own
029900                     HST-RUN-DATE(1:2)                            -- ...year-first key
030000                     HST-RUN-DATE(4:2)                            -- ...
030100                     DELIMITED BY SIZE                            -- ...
030200                     INTO WS-REC-SORT-KEY                         -- ...
030300                 IF WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY        -- Inside the card's date
030400                     AND WS-REC-SORT-KEY NOT > WS-TO-SORT-KEY     -- ...range on both ends
030500                     MOVE SPACES TO HISTM-REPORT-ACTION-LINE      -- Clear the action line
030600                     MOVE "LISTED" TO HMA-ACTION                  -- Flag a listed record
030700                     MOVE HST-RUN-DATE TO HMA-RUN-DATE            -- Echo the record's key
030800                     MOVE HST-BATCH-ID TO HMA-BATCH-ID            -- ...
030900                     MOVE HST-STATION-ID TO HMA-STATION-ID        -- ...
031000                     MOVE HST-READING-TYPE TO HMA-TYPE            -- ...
031100                     WRITE HISTM-REPORT-ACTION-LINE               -- Write the action line
031200                     PERFORM writeFigureLines                     -- ...then the record's figures
031300                 END-IF                                           -- End of range check
031400         END-READ                                                 -- End of read
031500     END-PERFORM.                                                 -- End of scan loop
031600 doCorrect.                                                       -- Subroutine to replace a record's figures
031700     IF CMD-RECORD-COUNT IS NOT NUMERIC                           -- A mis-keyed or short card must
031800         OR CMD-SMALLEST IS NOT NUMERIC                           -- ...never land on the audited
031900         OR CMD-LARGEST IS NOT NUMERIC                            -- ...master - every figure has to
032000         OR CMD-MODE IS NOT NUMERIC                               -- ...be a clean number before the
032100         OR CMD-MEAN IS NOT NUMERIC                               -- ...record is touched at all
032200         OR CMD-MEDIAN IS NOT NUMERIC                             -- ...
032300         OR CMD-STDDEV IS NOT NUMERIC                             -- ...
032400         PERFORM writeActionLine                                  -- Echo the bad card on the report
032500         MOVE "BAD FIGURES" TO HMA-RESULT                         -- ...flagged unmistakably
032600         WRITE HISTM-REPORT-ACTION-LINE                           -- ...
032700     ELSE                                                         -- The card's figures are usable
032800     PERFORM readMasterRecord                                     -- Fetch the record the card names
032900     PERFORM writeActionLine                                      -- Start this command's report
033000     IF WS-RECORD-FOUND                                           -- The record is on file
033100         MOVE "WAS" TO WS-LOG-NOTE                                -- Log the figures being replaced...
033200         PERFORM writeLog                                         -- ...before touching them
033300         PERFORM captureOldFigures                                -- ...and hold them for the backout
033400         MOVE CMD-RECORD-COUNT TO HST-RECORD-COUNT                -- Apply the card's replacement figures
033500         MOVE CMD-SMALLEST TO HST-SMALLEST                        -- ...
033600         MOVE CMD-LARGEST TO HST-LARGEST                          -- ...
033700         MOVE CMD-MODE TO HST-MODE                                -- ...
033800         MOVE CMD-MEAN TO HST-MEAN                                -- ...
033900         MOVE CMD-MEDIAN TO HST-MEDIAN                            -- ...
034000         MOVE CMD-STDDEV TO HST-STDDEV                            -- ...
034100         REWRITE STATS-HISTORY-RECORD                             -- Put the corrected record back
034200             INVALID KEY MOVE "REWRITE FAIL" TO HMA-RESULT        -- Shouldn't happen - the read just hit
034300         END-REWRITE                                              -- End of rewrite
034400         IF HMA-RESULT = SPACES                                   -- The rewrite went through
034500             MOVE "CORRECTED" TO HMA-RESULT                       -- Say so
034600             ADD 1 TO WS-CHANGE-COUNT                             -- Count the change
034700             MOVE "CORRECTED TO" TO WS-LOG-NOTE                   -- Log the figures now on file
034800             PERFORM writeLog                                     -- ...
034900             MOVE "CORRECT " TO WS-BKO-ACTION                     -- A CORRECT card with the old
035000             PERFORM writeBackoutCard                             -- ...figures undoes this change
035100         END-IF                                                   -- End of rewrite check
035200         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
035300         PERFORM writeFigureLines                                 -- ...then the figures now on file
035400     ELSE                                                         -- No such record
035500         MOVE "NOT FOUND" TO HMA-RESULT                           -- Say so
035600         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
035700     END-IF                                                       -- End of found check
035800     END-IF.                                                      -- End of figure check
035900 doDelete.                                                        -- Subroutine to remove one bad record
036000     PERFORM readMasterRecord                                     -- Fetch the record the card names
036100     PERFORM writeActionLine                                      -- Start this command's report
036200     IF WS-RECORD-FOUND                                           -- The record is on file
036300         MOVE "WAS" TO WS-LOG-NOTE                                -- Log the figures being removed...
036400         PERFORM writeLog                                         -- ...before removing them
036500         PERFORM captureOldFigures                                -- ...and hold them for the backout
036600         DELETE STATS-HISTORY-FILE RECORD                         -- Remove the record from the master
036700             INVALID KEY MOVE "DELETE FAIL" TO HMA-RESULT         -- Shouldn't happen - the read just hit
036800         END-DELETE                                               -- End of delete
036900         IF HMA-RESULT = SPACES                                   -- The delete went through
037000             MOVE "DELETED" TO HMA-RESULT                         -- Say so
037100             ADD 1 TO WS-CHANGE-COUNT                             -- Count the change
037200             MOVE "DELETED" TO WS-LOG-NOTE                        -- Log that the record is gone
037300             PERFORM writeLog                                     -- ...
037400             MOVE "ADD     " TO WS-BKO-ACTION                     -- An ADD card with the old
037500             PERFORM writeBackoutCard                             -- ...figures undoes this delete
037600         END-IF                                                   -- End of delete check
037700         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
037800     ELSE                                                         -- No such record
037900         MOVE "NOT FOUND" TO HMA-RESULT                           -- Say so
038000         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
038100     END-IF.                                                      -- End of found check
038200 doAdd.                                                           -- Subroutine to add a record outright
038300     IF CMD-RECORD-COUNT IS NOT NUMERIC                           -- The same figure edit-checking a
038400         OR CMD-SMALLEST IS NOT NUMERIC                           -- ...CORRECT card gets - a mis-keyed
038500         OR CMD-LARGEST IS NOT NUMERIC                            -- ...card must never land on the
038600         OR CMD-MODE IS NOT NUMERIC                               -- ...audited master
038700         OR CMD-MEAN IS NOT NUMERIC                               -- ...
038800         OR CMD-MEDIAN IS NOT NUMERIC                             -- ...
038900         OR CMD-STDDEV IS NOT NUMERIC                             -- ...
039000         PERFORM writeActionLine                                  -- Echo the bad card on the report
039100         MOVE "BAD FIGURES" TO HMA-RESULT                         -- ...flagged unmistakably
039200         WRITE HISTM-REPORT-ACTION-LINE                           -- ...
039300     ELSE                                                         -- The card's figures are usable
039400     PERFORM readMasterRecord                                     -- Is the key already on file?
039500     PERFORM writeActionLine                                      -- Start this command's report
039600     IF WS-RECORD-FOUND                                           -- It is - an ADD never overwrites
039700         MOVE "DUPLICATE" TO HMA-RESULT                           -- Say so
039800         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
039900     ELSE                                                         -- A free key - build the record
040000         MOVE SPACES TO STATS-HISTORY-RECORD                      -- Clear the history record
040100         MOVE CMD-RUN-DATE TO HST-RUN-DATE                        -- Rebuild the key from the card
040200         MOVE CMD-BATCH-ID TO HST-BATCH-ID                        -- ...
040300         MOVE CMD-STATION-ID TO HST-STATION-ID                    -- ...
040400         IF CMD-READING-TYPE = SPACE                              -- ...with the same blank-type
040500             MOVE "L" TO HST-READING-TYPE                         -- ...default every other command
040600         ELSE                                                     -- ...gets
040700             MOVE CMD-READING-TYPE TO HST-READING-TYPE            -- ...
040800         END-IF                                                   -- End of blank-type default
040900         MOVE CMD-RECORD-COUNT TO HST-RECORD-COUNT                -- Apply the card's figures
041000         MOVE CMD-SMALLEST TO HST-SMALLEST                        -- ...
041100         MOVE CMD-LARGEST TO HST-LARGEST                          -- ...
041200         MOVE CMD-MODE TO HST-MODE                                -- ...
041300         MOVE CMD-MEAN TO HST-MEAN                                -- ...
041400         MOVE CMD-MEDIAN TO HST-MEDIAN                            -- ...
041500         MOVE CMD-STDDEV TO HST-STDDEV                            -- ...
041600         WRITE STATS-HISTORY-RECORD                               -- Add the record under its key
041700             INVALID KEY MOVE "WRITE FAIL" TO HMA-RESULT          -- Shouldn't happen - the read just
041800         END-WRITE                                                -- ...missed
041900         IF HMA-RESULT = SPACES                                   -- The write went through
042000             MOVE "ADDED" TO HMA-RESULT                           -- Say so
042100             ADD 1 TO WS-CHANGE-COUNT                             -- Count the change
042200             MOVE "ADDED" TO WS-LOG-NOTE                          -- Log the record now on file
042300             PERFORM writeLog                                     -- ...
042400             PERFORM captureOldFigures                            -- The card's own figures ride the
042500             MOVE "DELETE  " TO WS-BKO-ACTION                     -- ...DELETE card that undoes
042600             PERFORM writeBackoutCard                             -- ...this add
042700         END-IF                                                   -- End of write check
042800         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
042900         PERFORM writeFigureLines                                 -- ...then the figures now on file
043000     END-IF                                                       -- End of duplicate check
043100     END-IF.                                                      -- End of figure check
043200 doDeleteRange.                                                   -- Subroutine to delete a whole range
043300     IF CMD-RUN-DATE = SPACES                                     -- A dateless card is legal only
043400         AND CMD-BATCH-ID = SPACES                                -- ...when a batch or station
043500         AND CMD-STATION-ID = SPACES                              -- ...narrows it - a card bounding
043600*                                                                 -- ...nothing would delete the
043700*                                                                 -- ...whole master
043800         PERFORM writeActionLine                                  -- Echo the bad card on the report
043900         MOVE "BAD DATE" TO HMA-RESULT                            -- ...flagged unmistakably, so the
044000         WRITE HISTM-REPORT-ACTION-LINE                           -- ...operator knows nothing was
044100     ELSE                                                         -- ...considered
044200     IF CMD-RUN-DATE = SPACES                                     -- Delete by batch or station with
044300         MOVE LOW-VALUES TO WS-FROM-SORT-KEY                      -- ...no date range - every date
044400         MOVE HIGH-VALUES TO WS-TO-SORT-KEY                       -- ...is in scope
044500     ELSE                                                         -- A dated range
044600     IF CMD-TO-DATE = SPACES                                      -- A single-day range may leave the
044700         MOVE CMD-RUN-DATE TO CMD-TO-DATE                         -- ...end date blank - default it to
044800     END-IF                                                       -- ...the start date
044900     STRING CMD-RUN-DATE(7:4)                                     -- Year-first keys, exactly as
045000         CMD-RUN-DATE(1:2)                                        -- ...doList bounds its range
045100         CMD-RUN-DATE(4:2)                                        -- ...
045200         DELIMITED BY SIZE INTO WS-FROM-SORT-KEY                  -- ...
045300     STRING CMD-TO-DATE(7:4)                                      -- ...
045400         CMD-TO-DATE(1:2)                                         -- ...
045500         CMD-TO-DATE(4:2)                                         -- ...
045600         DELIMITED BY SIZE INTO WS-TO-SORT-KEY                    -- ...
045700     END-IF                                                       -- End of dateless check
045800     PERFORM writeActionLine                                      -- Start this command's report
045900     IF CMD-CONFIRMED                                             -- The CONFIRM token decides whether
046000         MOVE "CONFIRMED" TO HMA-RESULT                           -- ...the master is touched at all -
046100     ELSE                                                         -- ...without it the command only
046200         MOVE "PREVIEW" TO HMA-RESULT                             -- ...shows what would be deleted
046300     END-IF                                                       -- End of confirm check
046400     WRITE HISTM-REPORT-ACTION-LINE                               -- Write the action line
046500     MOVE 0 TO WS-RANGE-MATCHED                                   -- Nothing matched yet
046600     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the scan's end-of-file switch
046700     MOVE LOW-VALUES TO HST-HIST-KEY                              -- Position the scan at the first record
046800     START STATS-HISTORY-FILE                                     -- ...
046900         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
047000         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master has nothing to scan
047100     END-START                                                    -- End of start
047200     PERFORM scanRangeRecord UNTIL WS-SCAN-EOF                    -- One pass per master record
047300     IF WS-RANGE-MATCHED = 0                                      -- Nothing in the card's range
047400         PERFORM writeActionLine                                  -- Say so rather than print nothing
047500         MOVE "NONE IN RANGE" TO HMA-RESULT                       -- ...
047600         WRITE HISTM-REPORT-ACTION-LINE                           -- ...
047700     END-IF                                                       -- End of empty-range check
047800     END-IF.                                                      -- End of bad-date check
047900 scanRangeRecord.                                                 -- Subroutine to test one master record
048000     READ STATS-HISTORY-FILE NEXT RECORD                          -- Read the next history record
048100         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
048200         NOT AT END                                               -- A history record was read
048300             STRING HST-RUN-DATE(7:4)                             -- Build the record's own
048400                 HST-RUN-DATE(1:2)                                -- ...year-first key
048500                 HST-RUN-DATE(4:2)                                -- ...
048600                 DELIMITED BY SIZE                                -- ...
048700                 INTO WS-REC-SORT-KEY                             -- ...
048800             IF WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY            -- Inside the card's date range
048900                 AND WS-REC-SORT-KEY NOT > WS-TO-SORT-KEY         -- ...on both ends
049000                 AND (CMD-BATCH-ID = SPACES                       -- A blank batch matches all,
049100                     OR CMD-BATCH-ID = HST-BATCH-ID)              -- ...a named one its own
049200                 AND (CMD-STATION-ID = SPACES                     -- Same for the station
049300                     OR CMD-STATION-ID = HST-STATION-ID)          -- ...
049400                 AND (CMD-READING-TYPE = SPACE                    -- ...and for the reading type
049500                     OR CMD-READING-TYPE = HST-READING-TYPE)      -- ...
049600                 PERFORM actOnRangeRecord                         -- The record is in scope
049700             END-IF                                               -- End of range check
049800     END-READ.                                                    -- End of read
049900 actOnRangeRecord.                                                -- Subroutine to handle one in-range record
050000     ADD 1 TO WS-RANGE-MATCHED                                    -- Count it for the command
050100     MOVE SPACES TO HISTM-REPORT-ACTION-LINE                      -- Clear the action line
050200     MOVE "DELRANGE" TO HMA-ACTION                                -- Echo the record's key under
050300     MOVE HST-RUN-DATE TO HMA-RUN-DATE                            -- ...the ranged command
050400     MOVE HST-BATCH-ID TO HMA-BATCH-ID                            -- ...
050500     MOVE HST-STATION-ID TO HMA-STATION-ID                        -- ...
050600     MOVE HST-READING-TYPE TO HMA-TYPE                            -- ...
050700     IF NOT CMD-CONFIRMED                                         -- A preview touches nothing -
050800         MOVE "PREVIEW" TO HMA-RESULT                             -- ...it only shows what would go
050900         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
051000     ELSE                                                         -- A confirmed delete
051100         MOVE "WAS" TO WS-LOG-NOTE                                -- Log the figures being removed...
051200         PERFORM writeLog                                         -- ...before removing them
051300         PERFORM captureOldFigures                                -- ...and hold them for the backout
051400         DELETE STATS-HISTORY-FILE RECORD                         -- Remove the record from the master
051500             INVALID KEY MOVE "DELETE FAIL" TO HMA-RESULT         -- Shouldn't happen - the read just hit
051600         END-DELETE                                               -- End of delete
051700         IF HMA-RESULT = SPACES                                   -- The delete went through
051800             MOVE "DELETED" TO HMA-RESULT                         -- Say so
051900             ADD 1 TO WS-CHANGE-COUNT                             -- Count the change
052000             MOVE "DELETED" TO WS-LOG-NOTE                        -- Log that the record is gone
052100             PERFORM writeLog                                     -- ...
052200             MOVE "ADD     " TO WS-BKO-ACTION                     -- An ADD card with the old
052300             PERFORM writeBackoutCard                             -- ...figures undoes this delete
052400         END-IF                                                   -- End of delete check
052500         WRITE HISTM-REPORT-ACTION-LINE                           -- Write the action line
052600     END-IF.                                                      -- End of confirm check
052700 captureOldFigures.                                               -- Subroutine to hold a record's figures
052800     MOVE HST-RECORD-COUNT TO WS-OLD-COUNT                        -- The figures as they stand now,
052900     MOVE HST-SMALLEST TO WS-OLD-SMALLEST                         -- ...held before the change so the
053000     MOVE HST-LARGEST TO WS-OLD-LARGEST                           -- ...backout card can put them
053100     MOVE HST-MODE TO WS-OLD-MODE                                 -- ...back exactly
053200     MOVE HST-MEAN TO WS-OLD-MEAN                                 -- ...
053300     MOVE HST-MEDIAN TO WS-OLD-MEDIAN                             -- ...
053400     MOVE HST-STDDEV TO WS-OLD-STDDEV.                            -- ...
053500 writeBackoutCard.                                                -- Subroutine to write one reverse card
053600     MOVE SPACES TO HISTM-BACKOUT-RECORD                          -- Clear the backout card
053700     MOVE WS-BKO-ACTION TO BKO-ACTION                             -- The action that undoes the change
053800     MOVE HST-RUN-DATE TO BKO-RUN-DATE                            -- ...against the record's key
053900     MOVE HST-BATCH-ID TO BKO-BATCH-ID                            -- ...
054000     MOVE HST-STATION-ID TO BKO-STATION-ID                        -- ...
054100     MOVE HST-READING-TYPE TO BKO-READING-TYPE                    -- ...
054200     MOVE WS-OLD-COUNT TO BKO-RECORD-COUNT                        -- ...carrying the figures as they
054300     MOVE WS-OLD-SMALLEST TO BKO-SMALLEST                         -- ...were before the change
054400     MOVE WS-OLD-LARGEST TO BKO-LARGEST                           -- ...
054500     MOVE WS-OLD-MODE TO BKO-MODE                                 -- ...
054600     MOVE WS-OLD-MEAN TO BKO-MEAN                                 -- ...
054700     MOVE WS-OLD-MEDIAN TO BKO-MEDIAN                             -- ...
054800     MOVE WS-OLD-STDDEV TO BKO-STDDEV                             -- ...
054900     MOVE CMD-OPERATOR TO BKO-OPERATOR                            -- ...under the same operator
055000     WRITE HISTM-BACKOUT-RECORD.                                  -- Write the reverse card
055100 writeLog.                                                        -- Subroutine to append one change-log line
055200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the change
055300     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
055400         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
055500         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
055600     MOVE SPACES TO HISTM-LOG-RECORD                              -- Clear the log line
055700     MOVE WS-LOG-TIMESTAMP TO HML-TIMESTAMP                       -- When the change was made
055800     MOVE CMD-ACTION TO HML-ACTION                                -- What the operator asked for
055900     MOVE HST-RUN-DATE TO HML-RUN-DATE                            -- Which record it addressed - the
056000     MOVE HST-BATCH-ID TO HML-BATCH-ID                            -- ...key in hand, so a ranged
056100     MOVE HST-STATION-ID TO HML-STATION-ID                        -- ...delete logs each record
056200     MOVE HST-READING-TYPE TO HML-READING-TYPE                    -- ...
056300     MOVE WS-LOG-NOTE TO HML-NOTE                                 -- What happened to it
056400     MOVE HST-RECORD-COUNT TO HML-RECORD-COUNT                    -- The record's figures as of this
056500     MOVE HST-SMALLEST TO HML-SMALLEST                            -- ...line, so a CORRECT's before
056600     MOVE HST-LARGEST TO HML-LARGEST                              -- ...and after lines show what
056700     MOVE HST-MODE TO HML-MODE                                    -- ...changed, from what, to what
056800     MOVE HST-MEAN TO HML-MEAN                                    -- ...
056900     MOVE HST-MEDIAN TO HML-MEDIAN                                -- ...
057000     MOVE HST-STDDEV TO HML-STDDEV                                -- ...
057100     MOVE CMD-OPERATOR TO HML-OPERATOR                            -- ...and who made the change
057200     WRITE HISTM-LOG-RECORD.                                      -- Append the log line
057300 loadAuthority.                                                   -- Subroutine to load the operator grants
057400     OPEN INPUT STATS-AUTHORITY-FILE                              -- Open the operator authority file
057500     IF WS-AUTHORITY-STATUS NOT = "00"                            -- No grants, no authorized cards
057600         DISPLAY "STATSAUTH OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
057700             WS-AUTHORITY-STATUS                                  -- ...
057800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
057900         STOP RUN                                                 -- ...rather than refuse every card
058000     END-IF                                                       -- End of open-check
058100     PERFORM UNTIL WS-AUTH-EOF                                    -- Loop over every grant
058200         READ STATS-AUTHORITY-FILE                                -- Read the next grant
058300             AT END SET WS-AUTH-EOF TO TRUE                       -- Flag end of file
058400             NOT AT END                                           -- A grant was read
058500                 IF AUT-PROGRAM = "HISTMAINT"                     -- Only this program's grants
058600                     PERFORM loadOneGrant                         -- ...are kept
058700                 END-IF                                           -- End of program check
058800         END-READ                                                 -- End of read
058900     END-PERFORM                                                  -- End of loop
059000     CLOSE STATS-AUTHORITY-FILE                                   -- Done with the authority file
059100     IF WS-GRANTS-DROPPED > 0                                     -- Some grants would not fit - their
059200         MOVE WS-GRANTS-DROPPED TO WS-RPT-COUNT                   -- ...operators' cards will be
059300         DISPLAY "STATSAUTH GRANTS DROPPED: " WS-RPT-COUNT        -- ...refused, so say so
059400         MOVE 8 TO RETURN-CODE                                    -- Scheduler severity: hold and look
059500     END-IF.                                                      -- End of overflow check
059600 loadOneGrant.                                                    -- Subroutine to file one operator grant
059700     IF WS-GRANT-COUNT >= WS-MAX-GRANTS                           -- Table already full
059800         ADD 1 TO WS-GRANTS-DROPPED                               -- Count the grant that won't fit
059900     ELSE                                                         -- Room left in the table
060000         ADD 1 TO WS-GRANT-COUNT                                  -- Grow the table by one slot
060100         MOVE AUT-OPERATOR TO WS-GRANT-OPERATOR(WS-GRANT-COUNT)   -- File the grant
060200         MOVE AUT-ACTION TO WS-GRANT-ACTION(WS-GRANT-COUNT)       -- ...
060300     END-IF.                                                      -- End of table-full check
060400 checkAuthority.                                                  -- Subroutine to test a card against the grants
060500     MOVE "N" TO WS-AUTH-SWITCH                                   -- Refused until a grant allows it
060600     IF CMD-OPERATOR = SPACES                                     -- A card nobody will own
060700         MOVE "NO OPERATOR" TO WS-AUTH-REASON                     -- ...is never authorized
060800     ELSE                                                         -- Look the operator up
060900         MOVE "UNAUTHORIZED" TO WS-AUTH-REASON                    -- ...against the grant table
061000         PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1                 -- ...
061100             UNTIL WS-GRANT-IDX > WS-GRANT-COUNT                  -- ...
061200             OR WS-AUTHORIZED                                     -- ...
061300             IF WS-GRANT-OPERATOR(WS-GRANT-IDX) = CMD-OPERATOR    -- The operator's own grant
061400                 AND (WS-GRANT-ACTION(WS-GRANT-IDX) = CMD-ACTION  -- ...for this action
061500                     OR WS-GRANT-ACTION(WS-GRANT-IDX) = "*ALL")   -- ...or for every action
061600                 SET WS-AUTHORIZED TO TRUE                        -- ...lets the card through
061700             END-IF                                               -- End of grant check
061800         END-PERFORM                                              -- End of loop
061900     END-IF.                                                      -- End of operator check
062000 refuseCommand.                                                   -- Subroutine to refuse an unauthorized card
062100     ADD 1 TO WS-REFUSED-COUNT                                    -- Count the refusal
062200     PERFORM writeActionLine                                      -- Echo the card on the report
062300     MOVE WS-AUTH-REASON TO HMA-RESULT                            -- ...with why it was refused
062400     WRITE HISTM-REPORT-ACTION-LINE                               -- ...
062500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the attempt
062600     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
062700         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
062800         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
062900     MOVE SPACES TO STATS-SECURITY-LOG-RECORD                     -- Clear the violation line
063000     MOVE WS-LOG-TIMESTAMP TO SEC-TIMESTAMP                       -- When it was attempted
063100     MOVE "HISTMAINT" TO SEC-PROGRAM                              -- ...in which program
063200     MOVE CMD-OPERATOR TO SEC-OPERATOR                            -- ...by whom
063300     MOVE CMD-ACTION TO SEC-ACTION                                -- ...asking for what
063400     MOVE WS-AUTH-REASON TO SEC-REASON                            -- ...why it was refused
063500     MOVE HISTM-COMMAND-RECORD TO SEC-CARD-IMAGE                  -- ...and the card as submitted
063600     WRITE STATS-SECURITY-LOG-RECORD                              -- Append the violation line
063700     MOVE 8 TO RETURN-CODE.                                       -- Scheduler severity: hold and look
063800 closeFiles.                                                      -- Subroutine to close the run's files
063900     CLOSE HISTM-COMMAND-FILE                                     -- Done with the command cards
064000     CLOSE STATS-HISTORY-FILE                                     -- Done with the master
064100     CLOSE HISTM-REPORT-FILE                                      -- Done with the report
064200     CLOSE HISTM-LOG-FILE                                         -- Done with the change log
064300     CLOSE HISTM-BACKOUT-FILE                                     -- Done with the backout file
064400     CLOSE STATS-SECURITY-FILE.                                   -- Done with the violation log
064500 END PROGRAM statistics_histmaint.                                -- End of program
