001700     SELECT STAM-LOG-FILE ASSIGN TO "STAMLOG"                     -- Running change log
001800         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per change
001900         FILE STATUS IS WS-LOG-STATUS.                            -- I-O status for writeLog
002000     SELECT STATS-AUTHORITY-FILE ASSIGN TO "STATSAUTH"            -- Operator authority grants
002100         ORGANIZATION IS LINE SEQUENTIAL                          -- One grant per line
002200         FILE STATUS IS WS-AUTHORITY-STATUS.                      -- I-O status for loadAuthority
002300     SELECT STATS-SECURITY-FILE ASSIGN TO "STATSSECV"             -- Running security-violation log
002400         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per refusal
002500         FILE STATUS IS WS-SECURITY-STATUS.                       -- I-O status for writeViolation
002600 DATA DIVISION.                                                   -- Start of data declaration
002700 FILE SECTION.                                                    -- File record descriptions
002800 FD  STAM-COMMAND-FILE                                            -- Operator command cards
002900     RECORDING MODE IS F.                                         -- Fixed length records
003000 COPY "stats_stamaint_record.cpy".                                -- STAM-COMMAND-RECORD layout
003100 FD  STATS-STATION-FILE.                                          -- The station master being maintained
003200 COPY "stats_station_record.cpy".                                 -- STATS-STATION-RECORD layout
003300 FD  STAM-REPORT-FILE                                             -- Maintenance report
003400     RECORDING MODE IS F.                                         -- Fixed length print lines
003500 COPY "stats_stamaint_report_record.cpy".                         -- STAM-REPORT-*-LINE layouts
003600 FD  STAM-LOG-FILE                                                -- Running change log
003700     RECORDING MODE IS F.                                         -- Fixed length records
003800 COPY "stats_stamaint_log_record.cpy".                            -- STAM-LOG-RECORD layout
003900 FD  STATS-AUTHORITY-FILE                                         -- Operator authority grants
004000     RECORDING MODE IS F.                                         -- Fixed length records
004100 COPY "stats_authority_record.cpy".                               -- STATS-AUTHORITY-RECORD layout
004200 FD  STATS-SECURITY-FILE                                          -- Running security-violation log
004300     RECORDING MODE IS F.                                         -- Fixed length records
004400 COPY "stats_security_log_record.cpy".                            -- STATS-SECURITY-LOG-RECORD layout
004500 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
004600     01  WS-COMMAND-STATUS PIC XX.                                -- File status for STAM-COMMAND-FILE
004700     01  WS-STATION-STATUS PIC XX.                                -- File status for STATS-STATION-FILE
004800     01  WS-REPORT-STATUS PIC XX.                                 -- File status for STAM-REPORT-FILE
004900     01  WS-LOG-STATUS   PIC XX.                                  -- File status for STAM-LOG-FILE
005000     01  WS-CMD-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for the command loop
005100         88  WS-CMD-EOF  VALUE "Y".                               -- Condition for end of STAM-COMMAND-FILE
005200     01  WS-SCAN-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for doList's scan
005300         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of STATS-STATION-FILE
005400     01  WS-FOUND-SWITCH PIC X VALUE "N".                         -- Set when a keyed read finds the record
005500         88  WS-RECORD-FOUND VALUE "Y".                           -- Condition for record on file
005600     01  WS-COMMAND-COUNT PIC 9(5) VALUE 0.                       -- Commands processed this run
005700     01  WS-CHANGE-COUNT PIC 9(5) VALUE 0.                        -- Changes applied this run
005800     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
005900         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
006000         05  WS-CURR-MM      PIC 9(2).                            -- Current month
006100         05  WS-CURR-DD      PIC 9(2).                            -- Current day
006200         05  WS-CURR-HH      PIC 9(2).                            -- Current hour, for the change log
006300         05  WS-CURR-MI      PIC 9(2).                            -- Current minute, for the change log
006400         05  WS-CURR-SS      PIC 9(2).                            -- Current second, for the change log
006500         05  FILLER          PIC X(9).                            -- Offset, not needed here
006600     01  WS-LOG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS, built by writeLog
006700     01  WS-LOG-NOTE     PIC X(12).                               -- What writeLog should say happened
006800     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for display
006900     01  WS-CARD-SWITCH  PIC X VALUE "Y".                         -- Cleared when a limit card fails its edits
007000         88  WS-CARD-VALID VALUE "Y".                             -- Condition for a usable limit card
007100     01  WS-PARSED-LIMIT PIC S9(7)V99.                            -- Scratch parse of a card's limit text
007200     01  WS-NEW-ALARM-LOW PIC 9(3)V99.                            -- The card's low alarm point, zero if none
007300     01  WS-NEW-ALARM-HIGH PIC 9(3)V99.                           -- The card's high alarm point, zero if none
007400     01  WS-AUTHORITY-STATUS PIC XX.                              -- File status for STATS-AUTHORITY-FILE
007500     01  WS-SECURITY-STATUS PIC XX.                               -- File status for STATS-SECURITY-FILE
007600     01  WS-AUTH-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for loadAuthority
007700         88  WS-AUTH-EOF VALUE "Y".                               -- Condition for end of STATS-AUTHORITY-FILE
007800     01  WS-AUTH-SWITCH  PIC X VALUE "N".                         -- Set when STATSAUTH allows the card
007900         88  WS-AUTHORIZED VALUE "Y".                             -- Condition for an authorized card
008000     01  WS-AUTH-REASON  PIC X(12).                               -- Why checkAuthority refused the card
008100     01  WS-MAX-GRANTS   PIC 9(3) VALUE 200.                      -- Upper bound loadAuthority will hold
008200     01  WS-GRANT-COUNT  PIC 9(3) VALUE 0.                        -- This program's grants loaded
008300     01  WS-GRANTS-DROPPED PIC 9(5) VALUE 0.                      -- Grants past WS-MAX-GRANTS
008400     01  WS-GRANT-TABLE.                                          -- This program's grants from STATSAUTH
008500         05  WS-GRANT-ENTRY OCCURS 200 TIMES.                     -- One entry per grant
008600             10  WS-GRANT-OPERATOR PIC X(8).                      -- Who may...
008700             10  WS-GRANT-ACTION PIC X(8).                        -- ...do what, or "*ALL"
008800     01  WS-GRANT-IDX    PIC 9(3).                                -- Loop counter over the grant table
008900     01  WS-REFUSED-COUNT PIC 9(5) VALUE 0.                       -- Cards refused this run
009000 PROCEDURE DIVISION.                                              -- Start of program logic
009100     PERFORM openFiles                                            -- Open the commands, master, report, log
009200     PERFORM processCommands UNTIL WS-CMD-EOF                     -- One pass per operator command card
009300     PERFORM closeFiles                                           -- Close everything on the way out
009400     MOVE WS-COMMAND-COUNT TO WS-RPT-COUNT                        -- Edit the command total for display
009500     DISPLAY "Commands processed: " WS-RPT-COUNT                  -- One console line for the whole run
009600     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT                         -- Edit the change total for display
009700     DISPLAY "Changes applied: " WS-RPT-COUNT                     -- ...
009800     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT                        -- Edit the refusal total for display
009900     DISPLAY "Commands refused: " WS-RPT-COUNT                    -- ...
010000     STOP RUN.                                                    -- End the program
010100 openFiles.                                                       -- Subroutine to open the run's files
010200     OPEN INPUT STAM-COMMAND-FILE                                 -- Open the operator's command cards
010300     IF WS-COMMAND-STATUS NOT = "00"                              -- No commands, nothing to do
010400         DISPLAY "STAMCMD OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
010500             WS-COMMAND-STATUS                                    -- ...
010600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
010700         STOP RUN                                                 -- ...rather than run an empty maintenance
010800     END-IF                                                       -- End of open-check
010900     OPEN I-O STATS-STATION-FILE                                  -- Open the master for maintenance
011000     IF WS-STATION-STATUS NOT = "00"                              -- No master yet - the first ADD run
011100         OPEN OUTPUT STATS-STATION-FILE                           -- Create an empty one
011200         CLOSE STATS-STATION-FILE                                 -- ...
011300         OPEN I-O STATS-STATION-FILE                              -- Reopen it for maintaining
011400     END-IF                                                       -- End of if statement
011500     IF WS-STATION-STATUS NOT = "00"                              -- Can't create/open the master
011600         DISPLAY "STATSSTA OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
011700             WS-STATION-STATUS                                    -- ...
011800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
011900         STOP RUN                                                 -- ...rather than maintain nothing
012000     END-IF                                                       -- End of open-check
012100     OPEN OUTPUT STAM-REPORT-FILE                                 -- Open the print file for this run
012200     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
012300         DISPLAY "STAMRPT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
012400             WS-REPORT-STATUS                                     -- ...
012500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
012600         STOP RUN                                                 -- ...rather than write into a closed file
012700     END-IF                                                       -- End of open-check
012800     OPEN EXTEND STAM-LOG-FILE                                    -- Append to the running change log
012900     IF WS-LOG-STATUS NOT = "00"                                  -- No change log yet, first run
013000         OPEN OUTPUT STAM-LOG-FILE                                -- Create an empty one
013100         CLOSE STAM-LOG-FILE                                      -- ...
013200         OPEN EXTEND STAM-LOG-FILE                                -- Reopen it for appending
013300     END-IF                                                       -- End of if statement
013400     MOVE SPACES TO STAM-REPORT-TITLE-LINE                        -- Clear the title line
013500     MOVE "STATION REFERENCE MAINTENANCE REPORT"                  -- Set the report title
013600         TO SMT-TITLE-TEXT                                        -- ...
013700     WRITE STAM-REPORT-TITLE-LINE                                 -- Write the report title
013800     OPEN EXTEND STATS-SECURITY-FILE                              -- Append to the security-violation log
013900     IF WS-SECURITY-STATUS NOT = "00"                             -- No violation log yet, first run
014000         OPEN OUTPUT STATS-SECURITY-FILE                          -- Create an empty one
014100         CLOSE STATS-SECURITY-FILE                                -- ...
014200         OPEN EXTEND STATS-SECURITY-FILE                          -- Reopen it for appending
014300     END-IF                                                       -- End of if statement
014400     PERFORM loadAuthority.                                       -- Load this program's operator grants
014500 processCommands.                                                 -- Subroutine to act on one command card
014600     READ STAM-COMMAND-FILE                                       -- Read the next command
014700         AT END SET WS-CMD-EOF TO TRUE                            -- No more commands
014800     END-READ                                                     -- End of read
014900     IF NOT WS-CMD-EOF                                            -- A command was read
015000         ADD 1 TO WS-COMMAND-COUNT                                -- Count this command
015100         PERFORM checkAuthority                                   -- May this operator do this?
015200         IF NOT WS-AUTHORIZED                                     -- No - the card is refused before
015300             PERFORM refuseCommand                                -- ...it can touch anything
015400         ELSE                                                     -- An authorized card
015500         IF SCM-IS-ADD                                            -- Commission a new station
015600             PERFORM doAdd                                        -- ...
015700         ELSE                                                     -- Not an add
015800         IF SCM-IS-INQUIRE                                        -- Show one station record
015900             PERFORM doInquire                                    -- ...
016000         ELSE                                                     -- Not an inquiry
016100         IF SCM-IS-LIST                                           -- Show the whole station master
016200             PERFORM doList                                       -- ...
016300         ELSE                                                     -- Not a list
016400         IF SCM-IS-CORRECT                                        -- Replace a station's descriptives
016500             PERFORM doCorrect                                    -- ...
016600         ELSE                                                     -- Not a correction
016700         IF SCM-IS-RETIRE                                         -- Decommission a station
016800             PERFORM doRetire                                     -- ...
016900         ELSE                                                     -- Not a retirement
017000         IF SCM-IS-SETLIMIT                                       -- Set one type's alarm limits
017100             PERFORM doSetLimit                                   -- ...
017200         ELSE                                                     -- Not a limit setting
017300         IF SCM-IS-CLRLIMIT                                       -- Clear one type's alarm limits
017400             PERFORM doClearLimit                                 -- ...
017500         ELSE                                                     -- Not any recognized action
017600             PERFORM writeActionLine                              -- Echo the bad card on the report
017700             MOVE "BAD ACTION" TO SMA-RESULT                      -- ...flagged unmistakably
017800             WRITE STAM-REPORT-ACTION-LINE                        -- ...
017900         END-IF                                                   -- End of clear-limits check
018000         END-IF                                                   -- End of set-limits check
018100         END-IF                                                   -- End of retire check
018200         END-IF                                                   -- End of correct check
018300         END-IF                                                   -- End of list check
018400         END-IF                                                   -- End of inquire check
018500         END-IF                                                   -- End of add check
018600         END-IF                                                   -- End of authority check
018700     END-IF.                                                      -- End of command check
018800 readMasterRecord.                                                -- Subroutine to fetch the command's record
018900     MOVE "N" TO WS-FOUND-SWITCH                                  -- Not found until the read says so
019000     MOVE SCM-STATION-ID TO STA-STATION-ID                        -- Build the record key from the card
019100     READ STATS-STATION-FILE                                      -- One keyed read settles it
019200         INVALID KEY CONTINUE                                     -- No such station on the master
019300         NOT INVALID KEY SET WS-RECORD-FOUND TO TRUE              -- The station is on file
019400     END-READ.                                                    -- End of read
019500 writeActionLine.                                                 -- Subroutine to start a command's report
019600     MOVE SPACES TO STAM-REPORT-ACTION-LINE                       -- Clear the action line
019700     MOVE SCM-ACTION TO SMA-ACTION                                -- Echo the command
019800     MOVE SCM-STATION-ID TO SMA-STATION-ID                        -- ...and the station it addressed
019900     MOVE SCM-OPERATOR TO SMA-OPERATOR                            -- ...and who submitted it
020000     MOVE SPACES TO SMA-RESULT.                                   -- The handler fills in what happened
020100 writeDetailLine.                                                 -- Subroutine to print the fetched record
020200     MOVE SPACES TO STAM-REPORT-DETAIL-LINE                       -- Clear the detail line
020300     MOVE STA-STATION-ID TO SMD-STATION-ID                        -- The station's id
020400     MOVE STA-NAME TO SMD-NAME                                    -- ...descriptive name
020500     MOVE STA-LOCATION TO SMD-LOCATION                            -- ...location
020600     MOVE STA-ACTIVE-FLAG TO SMD-ACTIVE-FLAG                      -- ...active/decommissioned flag
020700     MOVE STA-DATE-COMMISSIONED                                   -- ...and date commissioned
020800         TO SMD-DATE-COMMISSIONED                                 -- ...
020900     WRITE STAM-REPORT-DETAIL-LINE                                -- Write the detail line
021000     IF STA-ALARM-LIMITS NOT = ZEROS                              -- Any alarm points set - show
021100         PERFORM writeLimitLine                                   -- ...them under the station
021200     END-IF.                                                      -- End of limits check
021300 doAdd.                                                           -- Subroutine to commission a new station
021400     PERFORM readMasterRecord                                     -- Is the id already taken?
021500     PERFORM writeActionLine                                      -- Start this command's report
021600     IF WS-RECORD-FOUND                                           -- The id is already on the master -
021700*                                                                 -- ...an ADD must never overwrite it
021800         MOVE "ON FILE" TO SMA-RESULT                             -- Say so
021900         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
022000         PERFORM writeDetailLine                                  -- ...then what is already there
022100     ELSE                                                         -- A genuinely new station
022200     IF SCM-STATION-ID = SPACES OR SCM-NAME = SPACES              -- A station needs at least an id
022300         MOVE "BAD CARD" TO SMA-RESULT                            -- ...and a name - refuse the card
022400         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
022500     ELSE                                                         -- The card is usable
022600         MOVE SPACES TO STATS-STATION-RECORD                      -- Build the new station record
022700         MOVE SCM-STATION-ID TO STA-STATION-ID                    -- ...
022800         MOVE SCM-NAME TO STA-NAME                                -- ...
022900         MOVE SCM-LOCATION TO STA-LOCATION                        -- ...
023000         MOVE "A" TO STA-ACTIVE-FLAG                              -- A new station starts active
023100         MOVE ZEROS TO STA-ALARM-LIMITS                           -- No alarm points until SETLIMIT
023200         MOVE SCM-DATE-COMMISSIONED                               -- ...
023300             TO STA-DATE-COMMISSIONED                             -- ...
023400         WRITE STATS-STATION-RECORD                               -- Add it under its key
023500             INVALID KEY MOVE "WRITE FAIL" TO SMA-RESULT          -- Shouldn't happen - the read just missed
023600         END-WRITE                                                -- End of write
023700         IF SMA-RESULT = SPACES                                   -- The write went through
023800             MOVE "ADDED" TO SMA-RESULT                           -- Say so
023900             ADD 1 TO WS-CHANGE-COUNT                             -- Count the change
024000             MOVE "ADDED" TO WS-LOG-NOTE                          -- Log the station now on file
024100             PERFORM writeLog                                     -- ...
024200         END-IF                                                   -- End of write check
024300         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
024400         PERFORM writeDetailLine                                  -- ...then the record now on file
024500     END-IF                                                       -- End of card check
024600     END-IF.                                                      -- End of on-file check
024700 doInquire.                                                       -- Subroutine to show one station record
024800     PERFORM readMasterRecord                                     -- Fetch the record the card names
024900     PERFORM writeActionLine                                      -- Start this command's report
025000     IF WS-RECORD-FOUND                                           -- The station is on file
025100         MOVE "FOUND" TO SMA-RESULT                               -- Say so
025200         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
025300         PERFORM writeDetailLine                                  -- ...then its fields
025400     ELSE                                                         -- No such station
025500         MOVE "NOT FOUND" TO SMA-RESULT                           -- Say so
025600         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
025700     END-IF.                                                      -- End of found check
025800 doList.                                                          -- Subroutine to show the whole master
025900     PERFORM writeActionLine                                      -- Start this command's report
026000     MOVE "ALL" TO SMA-RESULT                                     -- A LIST reports every station
026100     WRITE STAM-REPORT-ACTION-LINE                                -- Write the action line
026200     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the scan's end-of-file switch
026300     MOVE LOW-VALUES TO STA-STATION-ID                            -- Position the scan at the first record
026400     START STATS-STATION-FILE                                     -- ...
026500         KEY IS NOT LESS THAN STA-STATION-ID                      -- ...
026600         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master has nothing to list
026700     END-START                                                    -- End of start
026800     PERFORM UNTIL WS-SCAN-EOF                                    -- Walk the whole master in key order
026900         READ STATS-STATION-FILE NEXT RECORD                      -- Read the next station record
027000             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
027100             NOT AT END                                           -- A station record was read
027200                 PERFORM writeDetailLine                          -- Report it
027300         END-READ                                                 -- End of read
027400     END-PERFORM.                                                 -- End of scan loop
027500 doCorrect.                                                       -- Subroutine to replace a station's fields
027600     PERFORM readMasterRecord                                     -- Fetch the record the card names
027700     PERFORM writeActionLine                                      -- Start this command's report
027800     IF WS-RECORD-FOUND                                           -- The station is on file
027900         MOVE "WAS" TO WS-LOG-NOTE                                -- Log the fields being replaced...
028000         PERFORM writeLog                                         -- ...before touching them
028100         MOVE SCM-NAME TO STA-NAME                                -- Apply the card's replacement fields
028200         MOVE SCM-LOCATION TO STA-LOCATION                        -- ...
028300         MOVE SCM-DATE-COMMISSIONED                               -- ...the active flag is RETIRE's to
028400             TO STA-DATE-COMMISSIONED                             -- ...change, not CORRECT's
028500         REWRITE STATS-STATION-RECORD                             -- Put the corrected record back
028600             INVALID KEY MOVE "REWRITE FAIL" TO SMA-RESULT        -- Shouldn't happen - the read just hit
028700         END-REWRITE                                              -- End of rewrite
028800         IF SMA-RESULT = SPACES                                   -- The rewrite went through
028900             MOVE "CORRECTED" TO SMA-RESULT                       -- Say so
029000             ADD 1 TO WS-CHANGE-COUNT                             -- Count the change
029100             MOVE "CORRECTED TO" TO WS-LOG-NOTE                   -- Log the fields now on file
029200             PERFORM writeLog                                     -- ...
029300         END-IF                                                   -- End of rewrite check
029400         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
029500         PERFORM writeDetailLine                                  -- ...then the record now on file
029600     ELSE                                                         -- No such station
029700         MOVE "NOT FOUND" TO SMA-RESULT                           -- Say so
029800         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
029900     END-IF.                                                      -- End of found check
030000 doRetire.                                                        -- Subroutine to decommission a station
030100     PERFORM readMasterRecord                                     -- Fetch the record the card names
030200     PERFORM writeActionLine                                      -- Start this command's report
030300     IF WS-RECORD-FOUND                                           -- The station is on file
030400         IF STA-IS-RETIRED                                        -- Already decommissioned - a double
030500*                                                                 -- ...RETIRE should stay quiet in the log
030600             MOVE "RETIRED" TO SMA-RESULT                         -- Say it already was
030700             WRITE STAM-REPORT-ACTION-LINE                        -- Write the action line
030800             PERFORM writeDetailLine                              -- ...then the record as it stands
030900         ELSE                                                     -- An active station to retire
031000             MOVE "WAS" TO WS-LOG-NOTE                            -- Log the record being changed...
031100             PERFORM writeLog                                     -- ...before touching it
031200             MOVE "R" TO STA-ACTIVE-FLAG                          -- Flip it to decommissioned - the
031300*                                                                 -- ...record stays for its history
031400             REWRITE STATS-STATION-RECORD                         -- Put the retired record back
031500                 INVALID KEY MOVE "REWRITE FAIL" TO SMA-RESULT    -- Shouldn't happen - the read just hit
031600             END-REWRITE                                          -- End of rewrite
031700             IF SMA-RESULT = SPACES                               -- The rewrite went through
031800                 MOVE "RETIRED" TO SMA-RESULT                     -- Say so
031900                 ADD 1 TO WS-CHANGE-COUNT                         -- Count the change
032000                 MOVE "RETIRED" TO WS-LOG-NOTE                    -- Log that the station is retired
032100                 PERFORM writeLog                                 -- ...
032200             END-IF                                               -- End of rewrite check
032300             WRITE STAM-REPORT-ACTION-LINE                        -- Write the action line
032400             PERFORM writeDetailLine                              -- ...then the record now on file
032500         END-IF                                                   -- End of already-retired check
032600     ELSE                                                         -- No such station
032700         MOVE "NOT FOUND" TO SMA-RESULT                           -- Say so
032800         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
032900     END-IF.                                                      -- End of found check
033000 writeLog.                                                        -- Subroutine to append one change-log line
033100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the change
033200     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
033300         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
033400         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
033500     MOVE SPACES TO STAM-LOG-RECORD                               -- Clear the log line
033600     MOVE WS-LOG-TIMESTAMP TO SML-TIMESTAMP                       -- When the change was made
033700     MOVE SCM-ACTION TO SML-ACTION                                -- What the operator asked for
033800     MOVE STA-STATION-ID TO SML-STATION-ID                        -- Which station it addressed
033900     MOVE WS-LOG-NOTE TO SML-NOTE                                 -- What happened to it
034000     MOVE STA-NAME TO SML-NAME                                    -- The record's fields as of this
034100     MOVE STA-LOCATION TO SML-LOCATION                            -- ...line, so a CORRECT's before
034200     MOVE STA-ACTIVE-FLAG TO SML-ACTIVE-FLAG                      -- ...and after lines show what
034300     MOVE STA-DATE-COMMISSIONED                                   -- ...changed, from what, to what
034400         TO SML-DATE-COMMISSIONED                                 -- ...
034500     MOVE STA-LEVEL-ALARM-LOW TO SML-LEVEL-ALARM-LOW              -- ...and its alarm limits, so a
034600     MOVE STA-LEVEL-ALARM-HIGH TO SML-LEVEL-ALARM-HIGH            -- ...SETLIMIT or CLRLIMIT shows
034700     MOVE STA-FLOW-ALARM-LOW TO SML-FLOW-ALARM-LOW                -- ...the limits it replaced
034800     MOVE STA-FLOW-ALARM-HIGH TO SML-FLOW-ALARM-HIGH              -- ...
034900     MOVE SCM-OPERATOR TO SML-OPERATOR                            -- ...and who made the change
035000     WRITE STAM-LOG-RECORD.                                       -- Append the log line
035100 writeLimitLine.                                                  -- Subroutine to print the fetched record's limits
035200     MOVE SPACES TO STAM-REPORT-LIMIT-LINE                        -- Clear the limits line
035300     MOVE "  ALARM LIMITS" TO SMX-LABEL                           -- Indented under the detail line
035400     MOVE "LEVEL " TO SMX-LEVEL-LABEL                             -- Level low and high
035500     MOVE STA-LEVEL-ALARM-LOW TO SMX-LEVEL-LOW                    -- ...
035600     MOVE " - " TO SMX-LEVEL-SEP                                  -- ...
035700     MOVE STA-LEVEL-ALARM-HIGH TO SMX-LEVEL-HIGH                  -- ...
035800     MOVE "FLOW " TO SMX-FLOW-LABEL                               -- Flow low and high
035900     MOVE STA-FLOW-ALARM-LOW TO SMX-FLOW-LOW                      -- ...
036000     MOVE " - " TO SMX-FLOW-SEP                                   -- ...
036100     MOVE STA-FLOW-ALARM-HIGH TO SMX-FLOW-HIGH                    -- ...
036200     WRITE STAM-REPORT-LIMIT-LINE.                                -- Write the limits line
036300 doSetLimit.                                                      -- Subroutine to set one type's alarm limits
036400     PERFORM readMasterRecord                                     -- Fetch the record the card names
036500     PERFORM writeActionLine                                      -- Start this command's report
036600     IF WS-RECORD-FOUND                                           -- The station is on file
036700         PERFORM editLimitCard                                    -- Check the card's type and limits
036800         IF WS-NEW-ALARM-LOW = 0 AND WS-NEW-ALARM-HIGH = 0        -- A SETLIMIT that sets nothing
036900             MOVE "N" TO WS-CARD-SWITCH                           -- ...is a mistyped card - CLRLIMIT
037000         END-IF                                                   -- ...is the way to remove limits
037100         IF NOT WS-CARD-VALID                                     -- Unusable - refuse the card
037200             MOVE "BAD CARD" TO SMA-RESULT                        -- ...
037300             WRITE STAM-REPORT-ACTION-LINE                        -- Write the action line
037400         ELSE                                                     -- The card is usable
037500             MOVE "WAS" TO WS-LOG-NOTE                            -- Log the limits being replaced...
037600             PERFORM writeLog                                     -- ...before touching them
037700             PERFORM applyLimits                                  -- Land the card's limits
037800             IF SMA-RESULT = SPACES                               -- The rewrite went through
037900                 MOVE "LIMITS SET" TO SMA-RESULT                  -- Say so
038000                 ADD 1 TO WS-CHANGE-COUNT                         -- Count the change
038100                 MOVE "CORRECTED TO" TO WS-LOG-NOTE               -- Log the limits now on file
038200                 PERFORM writeLog                                 -- ...
038300             END-IF                                               -- End of rewrite check
038400             WRITE STAM-REPORT-ACTION-LINE                        -- Write the action line
038500             PERFORM writeDetailLine                              -- ...then the record now on file
038600         END-IF                                                   -- End of card check
038700     ELSE                                                         -- No such station
038800         MOVE "NOT FOUND" TO SMA-RESULT                           -- Say so
038900         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
039000     END-IF.                                                      -- End of found check
039100 doClearLimit.                                                    -- Subroutine to clear one type's alarm limits
039200     PERFORM readMasterRecord                                     -- Fetch the record the card names
039300     PERFORM writeActionLine                                      -- Start this command's report
039400     IF WS-RECORD-FOUND                                           -- The station is on file
039500         PERFORM editLimitCard                                    -- Only the type matters here
039600         MOVE 0 TO WS-NEW-ALARM-LOW                               -- Clearing means no alarm point
039700         MOVE 0 TO WS-NEW-ALARM-HIGH                              -- ...on either side
039800         IF SCM-LIMIT-TYPE NOT = "L" AND SCM-LIMIT-TYPE NOT = "F" -- Must say which type to clear
039900             MOVE "BAD CARD" TO SMA-RESULT                        -- ...
040000             WRITE STAM-REPORT-ACTION-LINE                        -- Write the action line
040100         ELSE                                                     -- The card is usable
040200             MOVE "WAS" TO WS-LOG-NOTE                            -- Log the limits being cleared...
040300             PERFORM writeLog                                     -- ...before touching them
040400             PERFORM applyLimits                                  -- Land the cleared limits
040500             IF SMA-RESULT = SPACES                               -- The rewrite went through
040600                 MOVE "CLEARED" TO SMA-RESULT                     -- Say so
040700                 ADD 1 TO WS-CHANGE-COUNT                         -- Count the change
040800                 MOVE "CORRECTED TO" TO WS-LOG-NOTE               -- Log the limits now on file
040900                 PERFORM writeLog                                 -- ...
041000             END-IF                                               -- End of rewrite check
041100             WRITE STAM-REPORT-ACTION-LINE                        -- Write the action line
041200             PERFORM writeDetailLine                              -- ...then the record now on file
041300         END-IF                                                   -- End of card check
041400     ELSE                                                         -- No such station
041500         MOVE "NOT FOUND" TO SMA-RESULT                           -- Say so
041600         WRITE STAM-REPORT-ACTION-LINE                            -- Write the action line
041700     END-IF.                                                      -- End of found check
041800 editLimitCard.                                                   -- Subroutine to edit-check a limit card
041900     MOVE "Y" TO WS-CARD-SWITCH                                   -- Usable until an edit fails
042000     MOVE 0 TO WS-NEW-ALARM-LOW                                   -- A blank side has no alarm point
042100     MOVE 0 TO WS-NEW-ALARM-HIGH                                  -- ...
042200     IF SCM-LIMIT-TYPE NOT = "L" AND SCM-LIMIT-TYPE NOT = "F"     -- Level or flow only
042300         MOVE "N" TO WS-CARD-SWITCH                               -- ...
042400     END-IF                                                       -- End of type check
042500     IF SCM-LIMIT-LOW NOT = SPACES                                -- A low alarm point was given
042600         IF FUNCTION TEST-NUMVAL(SCM-LIMIT-LOW) NOT = 0           -- ...it must be a number
042700             MOVE "N" TO WS-CARD-SWITCH                           -- ...
042800         ELSE                                                     -- ...in the reading range
042900             COMPUTE WS-PARSED-LIMIT =                            -- ...
043000                 FUNCTION NUMVAL(SCM-LIMIT-LOW)                   -- ...
043100             IF WS-PARSED-LIMIT < 0 OR WS-PARSED-LIMIT > 999.99   -- ...
043200                 MOVE "N" TO WS-CARD-SWITCH                       -- ...
043300             ELSE                                                 -- ...
043400                 MOVE WS-PARSED-LIMIT TO WS-NEW-ALARM-LOW         -- ...
043500             END-IF                                               -- End of range check
043600         END-IF                                                   -- End of numeric check
043700     END-IF                                                       -- End of low check
043800     IF SCM-LIMIT-HIGH NOT = SPACES                               -- A high alarm point was given
043900         IF FUNCTION TEST-NUMVAL(SCM-LIMIT-HIGH) NOT = 0          -- ...it must be a number
044000             MOVE "N" TO WS-CARD-SWITCH                           -- ...
044100         ELSE                                                     -- ...in the reading range
044200             COMPUTE WS-PARSED-LIMIT =                            -- ...
044300                 FUNCTION NUMVAL(SCM-LIMIT-HIGH)                  -- ...
044400             IF WS-PARSED-LIMIT < 0 OR WS-PARSED-LIMIT > 999.99   -- ...
044500                 MOVE "N" TO WS-CARD-SWITCH                       -- ...
044600             ELSE                                                 -- ...
044700                 MOVE WS-PARSED-LIMIT TO WS-NEW-ALARM-HIGH        -- ...
044800             END-IF                                               -- End of range check
044900         END-IF                                                   -- End of numeric check
045000     END-IF                                                       -- End of high check
045100     IF WS-NEW-ALARM-LOW > 0 AND WS-NEW-ALARM-HIGH > 0            -- Both sides set - they must
045200         AND WS-NEW-ALARM-LOW NOT < WS-NEW-ALARM-HIGH             -- ...not be backwards
045300         MOVE "N" TO WS-CARD-SWITCH                               -- ...
045400     END-IF.                                                      -- End of order check
045500 applyLimits.                                                     -- Subroutine to land new limits on the record
045600     IF SCM-LIMIT-TYPE = "F"                                      -- Flow limits
045700         MOVE WS-NEW-ALARM-LOW TO STA-FLOW-ALARM-LOW              -- ...
045800         MOVE WS-NEW-ALARM-HIGH TO STA-FLOW-ALARM-HIGH            -- ...
045900     ELSE                                                         -- Level limits
046000         MOVE WS-NEW-ALARM-LOW TO STA-LEVEL-ALARM-LOW             -- ...
046100         MOVE WS-NEW-ALARM-HIGH TO STA-LEVEL-ALARM-HIGH           -- ...
046200     END-IF                                                       -- End of type check
046300     REWRITE STATS-STATION-RECORD                                 -- Put the changed record back
046400         INVALID KEY MOVE "REWRITE FAIL" TO SMA-RESULT            -- Shouldn't happen - the read just hit
046500     END-REWRITE.                                                 -- End of rewrite
046600 loadAuthority.                                                   -- Subroutine to load the operator grants
046700     OPEN INPUT STATS-AUTHORITY-FILE                              -- Open the operator authority file
046800     IF WS-AUTHORITY-STATUS NOT = "00"                            -- No grants, no authorized cards
046900         DISPLAY "STATSAUTH OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
047000             WS-AUTHORITY-STATUS                                  -- ...
047100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
047200         STOP RUN                                                 -- ...rather than refuse every card
047300     END-IF                                                       -- End of open-check
047400     PERFORM UNTIL WS-AUTH-EOF                                    -- Loop over every grant
047500         READ STATS-AUTHORITY-FILE                                -- Read the next grant
047600             AT END SET WS-AUTH-EOF TO TRUE                       -- Flag end of file
047700             NOT AT END                                           -- A grant was read
047800                 IF AUT-PROGRAM = "STAMAINT"                      -- Only this program's grants
047900                     PERFORM loadOneGrant                         -- ...are kept
048000                 END-IF                                           -- End of program check
048100         END-READ                                                 -- End of read
048200     END-PERFORM                                                  -- End of loop
048300     CLOSE STATS-AUTHORITY-FILE                                   -- Done with the authority file
048400     IF WS-GRANTS-DROPPED > 0                                     -- Some grants would not fit - their
048500         MOVE WS-GRANTS-DROPPED TO WS-RPT-COUNT                   -- ...operators' cards will be
048600         DISPLAY "STATSAUTH GRANTS DROPPED: " WS-RPT-COUNT        -- ...refused, so say so
048700         MOVE 8 TO RETURN-CODE                                    -- Scheduler severity: hold and look
048800     END-IF.                                                      -- End of overflow check
048900 loadOneGrant.                                                    -- Subroutine to file one operator grant
049000     IF WS-GRANT-COUNT >= WS-MAX-GRANTS                           -- Table already full
049100         ADD 1 TO WS-GRANTS-DROPPED                               -- Count the grant that won't fit
049200     ELSE                                                         -- Room left in the table
049300         ADD 1 TO WS-GRANT-COUNT                                  -- Grow the table by one slot
049400         MOVE AUT-OPERATOR TO WS-GRANT-OPERATOR(WS-GRANT-COUNT)   -- File the grant
049500         MOVE AUT-ACTION TO WS-GRANT-ACTION(WS-GRANT-COUNT)       -- ...
049600     END-IF.                                                      -- End of table-full check
049700 checkAuthority.                                                  -- Subroutine to test a card against the grants
049800     MOVE "N" TO WS-AUTH-SWITCH                                   -- Refused until a grant allows it
049900     IF SCM-OPERATOR = SPACES                                     -- A card nobody will own
050000         MOVE "NO OPERATOR" TO WS-AUTH-REASON                     -- ...is never authorized
050100     ELSE                                                         -- Look the operator up
050200         MOVE "UNAUTHORIZED" TO WS-AUTH-REASON                    -- ...against the grant table
050300         PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1                 -- ...
050400             UNTIL WS-GRANT-IDX > WS-GRANT-COUNT                  -- ...
050500             OR WS-AUTHORIZED                                     -- ...
050600             IF WS-GRANT-OPERATOR(WS-GRANT-IDX) = SCM-OPERATOR    -- The operator's own grant
050700                 AND (WS-GRANT-ACTION(WS-GRANT-IDX) = SCM-ACTION  -- ...for this action
050800                     OR WS-GRANT-ACTION(WS-GRANT-IDX) = "*ALL")   -- ...or for every action
050900                 SET WS-AUTHORIZED TO TRUE                        -- ...lets the card through
051000             END-IF                                               -- End of grant check
051100         END-PERFORM                                              -- End of loop
051200     END-IF.                                                      -- End of operator check
051300 refuseCommand.                                                   -- Subroutine to refuse an unauthorized card
051400     ADD 1 TO WS-REFUSED-COUNT                                    -- Count the refusal
051500     PERFORM writeActionLine                                      -- Echo the card on the report
051600     MOVE WS-AUTH-REASON TO SMA-RESULT                            -- ...with why it was refused
051700     WRITE STAM-REPORT-ACTION-LINE                                -- ...
051800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the attempt
051900     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
052000         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
052100         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
052200     MOVE SPACES TO STATS-SECURITY-LOG-RECORD                     -- Clear the violation line
052300     MOVE WS-LOG-TIMESTAMP TO SEC-TIMESTAMP                       -- When it was attempted
052400     MOVE "STAMAINT" TO SEC-PROGRAM                               -- ...in which program
052500     MOVE SCM-OPERATOR TO SEC-OPERATOR                            -- ...by whom
052600     MOVE SCM-ACTION TO SEC-ACTION                                -- ...asking for what
052700     MOVE WS-AUTH-REASON TO SEC-REASON                            -- ...why it was refused
052800     MOVE STAM-COMMAND-RECORD TO SEC-CARD-IMAGE                   -- ...and the card as submitted
052900     WRITE STATS-SECURITY-LOG-RECORD                              -- Append the violation line
053000     MOVE 8 TO RETURN-CODE.                                       -- Scheduler severity: hold and look
053100 closeFiles.                                                      -- Subroutine to close the run's files
053200     CLOSE STAM-COMMAND-FILE                                      -- Done with the command cards
053300     CLOSE STATS-STATION-FILE                                     -- Done with the master
053400     CLOSE STAM-REPORT-FILE                                       -- Done with the report
053500     CLOSE STAM-LOG-FILE                                          -- Done with the change log
053600     CLOSE STATS-SECURITY-FILE.                                   -- Done with the violation log
053700 END PROGRAM statistics_stamaint.                                 -- End of program
