002000     SELECT ARCM-LOG-FILE ASSIGN TO "ARCHMLOG"                    -- Running restore log
002100         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per restore
002200         FILE STATUS IS WS-LOG-STATUS.                            -- I-O status for writeLog
002300     SELECT STATS-AUTHORITY-FILE ASSIGN TO "STATSAUTH"            -- Operator authority grants
002400         ORGANIZATION IS LINE SEQUENTIAL                          -- One grant per line
002500         FILE STATUS IS WS-AUTHORITY-STATUS.                      -- I-O status for loadAuthority
002600     SELECT STATS-SECURITY-FILE ASSIGN TO "STATSSECV"             -- Running security-violation log
002700         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per refusal
002800         FILE STATUS IS WS-SECURITY-STATUS.                       -- I-O status for writeViolation
002900 DATA DIVISION.                                                   -- Start of data declaration
003000 FILE SECTION.                                                    -- File record descriptions
003100 FD  ARCM-COMMAND-FILE                                            -- Operator command cards
003200     RECORDING MODE IS F.                                         -- Fixed length records
003300 COPY "stats_archmaint_record.cpy".                               -- ARCM-COMMAND-RECORD layout
003400 FD  ARCM-ARCHIVE-FILE                                            -- The archive being inquired on
003500     RECORDING MODE IS F.                                         -- Fixed length records
003600 01  ARCM-ARCHIVE-RECORD.                                         -- Flat image of one history record
003700     05  ARCM-IMAGE          PIC X(62).                           -- ...as statistics_archive cut it
003800 FD  STATS-HISTORY-FILE.                                          -- The live master RESTORE lands on
003900 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
004000 FD  ARCM-REPORT-FILE                                             -- Archive maintenance report
004100     RECORDING MODE IS F.                                         -- Fixed length print lines
004200 COPY "stats_histmaint_report_record.cpy".                        -- Same lines the HISTMRPT reader knows
004300 FD  ARCM-LOG-FILE                                                -- Running restore log
004400     RECORDING MODE IS F.                                         -- Fixed length records
004500 COPY "stats_histmaint_log_record.cpy".                           -- Same lines the HISTMLOG reader knows
004600 FD  STATS-AUTHORITY-FILE                                         -- Operator authority grants
004700     RECORDING MODE IS F.                                         -- Fixed length records
004800 COPY "stats_authority_record.cpy".                               -- STATS-AUTHORITY-RECORD layout
004900 FD  STATS-SECURITY-FILE                                          -- Running security-violation log
005000     RECORDING MODE IS F.                                         -- Fixed length records
005100 COPY "stats_security_log_record.cpy".                            -- STATS-SECURITY-LOG-RECORD layout
005200 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
005300     01  WS-COMMAND-STATUS PIC XX.                                -- File status for ARCM-COMMAND-FILE
005400     01  WS-ARCHIVE-STATUS PIC XX.                                -- File status for ARCM-ARCHIVE-FILE
005500     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
005600     01  WS-REPORT-STATUS PIC XX.                                 -- File status for ARCM-REPORT-FILE
005700     01  WS-LOG-STATUS   PIC XX.                                  -- File status for ARCM-LOG-FILE
005800     01  WS-CMD-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for the command loop
005900         88  WS-CMD-EOF  VALUE "Y".                               -- Condition for end of ARCM-COMMAND-FILE
006000     01  WS-SCAN-EOF-SWITCH PIC X.                                -- End-of-file switch for archive scans
006100         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of ARCM-ARCHIVE-FILE
006200     01  WS-ARC-RECORD.                                           -- One archived record, reshaped from
006300         05  AIM-RUN-DATE    PIC X(10).                           -- ...its flat image - same layout
006400         05  AIM-BATCH-ID    PIC X(10).                           -- ...as STATS-HISTORY-RECORD, with
006500         05  AIM-STATION-ID  PIC X(4).                            -- ...its own names since that
006600         05  AIM-READING-TYPE PIC X.                              -- ...record is open in this program
006700         05  AIM-RECORD-COUNT PIC 9(5).                           -- ...at the same time
006800         05  AIM-SMALLEST    PIC 9(3)V99.                         -- The archived figures
006900         05  AIM-LARGEST     PIC 9(3)V99.                         -- ...
007000         05  AIM-MODE        PIC 9(3)V99.                         -- ...
007100         05  AIM-MEAN        PIC 9(3)V99.                         -- ...
007200         05  AIM-MEDIAN      PIC 9(3)V99.                         -- ...
007300         05  AIM-STDDEV      PIC 9(3)V9999.                       -- ...
007400     01  WS-ARC-LEGACY.                                           -- The same record as it was cut
007500*                                                                 -- ...before the reading-type key
007600*                                                                 -- ...leg existed - 61 bytes, no
007700*                                                                 -- ...type byte after the station
007800         05  LGI-RUN-DATE    PIC X(10).                           -- The legacy record's key
007900         05  LGI-BATCH-ID    PIC X(10).                           -- ...
008000         05  LGI-STATION-ID  PIC X(4).                            -- ...
008100         05  LGI-RECORD-COUNT PIC 9(5).                           -- ...and its figures, one byte
008200         05  LGI-SMALLEST    PIC 9(3)V99.                         -- ...earlier than the new image
008300         05  LGI-LARGEST     PIC 9(3)V99.                         -- ...
008400         05  LGI-MODE        PIC 9(3)V99.                         -- ...
008500         05  LGI-MEAN        PIC 9(3)V99.                         -- ...
008600         05  LGI-MEDIAN      PIC 9(3)V99.                         -- ...
008700         05  LGI-STDDEV      PIC 9(3)V9999.                       -- ...
008800         05  FILLER          PIC X.                               -- The image field's 62nd byte
008900     01  WS-DUP-SWITCH   PIC X.                                   -- Set when a restore hit a live record
009000     01  WS-MATCH-SWITCH PIC X.                                   -- Set when a record fits the card
009100         88  WS-RECORD-MATCHES VALUE "Y".                         -- Condition for a record in scope
009200     01  WS-COMMAND-COUNT PIC 9(5) VALUE 0.                       -- Commands processed this run
009300     01  WS-RESTORE-COUNT PIC 9(5) VALUE 0.                       -- Records restored this run
009400     01  WS-CMD-MATCHED  PIC 9(5).                                -- Records one command touched
009500     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
009600         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
009700         05  WS-CURR-MM      PIC 9(2).                            -- Current month
009800         05  WS-CURR-DD      PIC 9(2).                            -- Current day
009900         05  WS-CURR-HH      PIC 9(2).                            -- Current hour, for the restore log
010000         05  WS-CURR-MI      PIC 9(2).                            -- Current minute, for the restore log
010100         05  WS-CURR-SS      PIC 9(2).                            -- Current second, for the restore log
010200         05  FILLER          PIC X(9).                            -- Offset, not needed here
010300     01  WS-LOG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS, built by writeLog
010400     01  WS-LOG-NOTE     PIC X(12).                               -- What writeLog should say happened
010500     01  WS-RPT-NUM      PIC ZZZ9.9999.                           -- Scratch edited number for the report
010600     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for the report
010700     01  WS-RPT-VAL      PIC ZZ9.99.                              -- Scratch edited reading for the report
010800     01  WS-REC-SORT-KEY PIC X(8).                                -- YYYYMMDD key of an archived record
010900     01  WS-FROM-SORT-KEY PIC X(8).                               -- ...of a card's from date
011000     01  WS-TO-SORT-KEY  PIC X(8).                                -- ...and of its to date
011100     01  WS-AUTHORITY-STATUS PIC XX.                              -- File status for STATS-AUTHORITY-FILE
011200     01  WS-SECURITY-STATUS PIC XX.                               -- File status for STATS-SECURITY-FILE
011300     01  WS-AUTH-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for loadAuthority
011400         88  WS-AUTH-EOF VALUE "Y".                               -- Condition for end of STATS-AUTHORITY-FILE
011500     01  WS-AUTH-SWITCH  PIC X VALUE "N".                         -- Set when STATSAUTH allows the card
011600         88  WS-AUTHORIZED VALUE "Y".                             -- Condition for an authorized card
011700     01  WS-AUTH-REASON  PIC X(12).                               -- Why checkAuthority refused the card
011800     01  WS-MAX-GRANTS   PIC 9(3) VALUE 200.                      -- Upper bound loadAuthority will hold
011900     01  WS-GRANT-COUNT  PIC 9(3) VALUE 0.                        -- This program's grants loaded
012000     01  WS-GRANTS-DROPPED PIC 9(5) VALUE 0.                      -- Grants past WS-MAX-GRANTS
012100     01  WS-GRANT-TABLE.                                          -- This program's grants from STATSAUTH
012200         05  WS-GRANT-ENTRY OCCURS 200 TIMES.                     -- One entry per grant
012300             10  WS-GRANT-OPERATOR PIC X(8).                      -- Who may...
012400             10  WS-GRANT-ACTION PIC X(8).                        -- ...do what, or "*ALL"
012500     01  WS-GRANT-IDX    PIC 9(3).                                -- Loop counter over the grant table
012600     01  WS-REFUSED-COUNT PIC 9(5) VALUE 0.                       -- Cards refused this run
012700 PROCEDURE DIVISION.                                              -- Start of program logic
012800     PERFORM openFiles                                            -- Open the commands, report and log
012900     PERFORM processCommands UNTIL WS-CMD-EOF                     -- One pass per operator command card
013000     PERFORM closeFiles                                           -- Close everything on the way out
013100     MOVE WS-COMMAND-COUNT TO WS-RPT-COUNT                        -- Edit the command total for display
013200     DISPLAY "Commands processed: " WS-RPT-COUNT                  -- One console line for the whole run
013300     MOVE WS-RESTORE-COUNT TO WS-RPT-COUNT                        -- Edit the restore total for display
013400     DISPLAY "Records restored: " WS-RPT-COUNT                    -- ...
013500     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT                        -- Edit the refusal total for display
013600     DISPLAY "Commands refused: " WS-RPT-COUNT                    -- ...
013700     STOP RUN.                                                    -- End the program
013800 openFiles.                                                       -- Subroutine to open the run's files
013900     OPEN INPUT ARCM-COMMAND-FILE                                 -- Open the operator's command cards
014000     IF WS-COMMAND-STATUS NOT = "00"                              -- No commands, nothing to do
014100         DISPLAY "ARCHMCMD OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
014200             WS-COMMAND-STATUS                                    -- ...
014300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
014400         STOP RUN                                                 -- ...rather than run an empty maintenance
014500     END-IF                                                       -- End of open-check
014600     OPEN OUTPUT ARCM-REPORT-FILE                                 -- Open the print file for this run
014700     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
014800         DISPLAY "ARCHMRPT OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
014900             WS-REPORT-STATUS                                     -- ...
015000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
015100         STOP RUN                                                 -- ...rather than write into a closed file
015200     END-IF                                                       -- End of open-check
015300     OPEN EXTEND ARCM-LOG-FILE                                    -- Append to the running restore log
015400     IF WS-LOG-STATUS NOT = "00"                                  -- No restore log yet, first run
015500         OPEN OUTPUT ARCM-LOG-FILE                                -- Create an empty one
015600         CLOSE ARCM-LOG-FILE                                      -- ...
015700         OPEN EXTEND ARCM-LOG-FILE                                -- Reopen it for appending
015800     END-IF                                                       -- End of if statement
015900     MOVE SPACES TO HISTM-REPORT-TITLE-LINE                       -- Clear the title line
016000     MOVE "STATISTICS ARCHIVE INQUIRY AND RESTORE"                -- Set the report title
016100         TO HMT-TITLE-TEXT                                        -- ...
016200     WRITE HISTM-REPORT-TITLE-LINE                                -- Write the report title
016300     OPEN EXTEND STATS-SECURITY-FILE                              -- Append to the security-violation log
016400     IF WS-SECURITY-STATUS NOT = "00"                             -- No violation log yet, first run
016500         OPEN OUTPUT STATS-SECURITY-FILE                          -- Create an empty one
016600         CLOSE STATS-SECURITY-FILE                                -- ...
016700         OPEN EXTEND STATS-SECURITY-FILE                          -- Reopen it for appending
016800     END-IF                                                       -- End of if statement
016900     PERFORM loadAuthority.                                       -- Load this program's operator grants
017000 processCommands.                                                 -- Subroutine to act on one command card
017100     READ ARCM-COMMAND-FILE                                       -- Read the next command
017200         AT END SET WS-CMD-EOF TO TRUE                            -- No more commands
017300     END-READ                                                     -- End of read
017400     IF NOT WS-CMD-EOF                                            -- A command was read
017500         ADD 1 TO WS-COMMAND-COUNT                                -- Count this command
017600         PERFORM checkAuthority                                   -- May this operator do this?
017700         IF NOT WS-AUTHORIZED                                     -- No - the card is refused before
017800             PERFORM refuseCommand                                -- ...it can touch anything
017900         ELSE                                                     -- An authorized card
018000         IF ACM-IS-INQUIRE OR ACM-IS-LIST                         -- Show archived records
018100             PERFORM doList                                       -- ...
018200         ELSE                                                     -- Not an inquiry
018300         IF ACM-IS-RESTORE                                        -- Put archived records back on the
018400             PERFORM doRestore                                    -- ...live master
018500         ELSE                                                     -- Not any recognized action
018600             PERFORM writeActionLine                              -- Echo the bad card on the report
018700             MOVE "BAD ACTION" TO HMA-RESULT                      -- ...flagged unmistakably
018800             WRITE HISTM-REPORT-ACTION-LINE                       -- ...
018900         END-IF                                                   -- End of restore check
019000         END-IF                                                   -- End of inquire check
019100         END-IF                                                   -- End of authority check
019200     END-IF.                                                      -- End of command check
019300 writeActionLine.                                                 -- Subroutine to start a command's report
019400     MOVE SPACES TO HISTM-REPORT-ACTION-LINE                      -- Clear the action line
019500     MOVE ACM-ACTION TO HMA-ACTION                                -- Echo the command
019600     MOVE ACM-RUN-DATE TO HMA-RUN-DATE                            -- ...and the range it addressed
019700     MOVE ACM-BATCH-ID TO HMA-BATCH-ID                            -- ...
019800     MOVE ACM-STATION-ID TO HMA-STATION-ID                        -- ...
019900     MOVE ACM-READING-TYPE TO HMA-TYPE                            -- ...
020000     MOVE ACM-OPERATOR TO HMA-OPERATOR                            -- ...and who submitted it
020100     MOVE SPACES TO HMA-RESULT.                                   -- The handler fills in what happened
020200 setDateRange.                                                    -- Subroutine to bound the card's range
020300     IF ACM-TO-DATE = SPACES                                      -- A single-day card may leave the
020400         MOVE ACM-RUN-DATE TO ACM-TO-DATE                         -- ...end date blank - default it to
020500     END-IF                                                       -- ...the start date
020600     STRING ACM-RUN-DATE(7:4)                                     -- Dates compare year first, then
020700         ACM-RUN-DATE(1:2)                                        -- ...month, then day - raw
020800         ACM-RUN-DATE(4:2)                                        -- ...MM/DD/YYYY text orders
020900         DELIMITED BY SIZE INTO WS-FROM-SORT-KEY                  -- ...month-first and breaks any
021000     STRING ACM-TO-DATE(7:4)                                      -- ...range that crosses a year
021100         ACM-TO-DATE(1:2)                                         -- ...
021200         ACM-TO-DATE(4:2)                                         -- ...
021300         DELIMITED BY SIZE INTO WS-TO-SORT-KEY.                   -- ...
021400 checkRecordMatch.                                                -- Subroutine to test one archived record
021500     MOVE "N" TO WS-MATCH-SWITCH                                  -- Out of scope until proven in
021600     STRING AIM-RUN-DATE(7:4)                                     -- Build the record's own
021700         AIM-RUN-DATE(1:2)                                        -- ...year-first key
021800         AIM-RUN-DATE(4:2)                                        -- ...
021900         DELIMITED BY SIZE INTO WS-REC-SORT-KEY                   -- ...
022000     IF WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY                    -- Inside the card's date
022100         AND WS-REC-SORT-KEY NOT > WS-TO-SORT-KEY                 -- ...range on both ends
022200         AND (ACM-BATCH-ID = SPACES                               -- A blank batch matches all,
022300             OR ACM-BATCH-ID = AIM-BATCH-ID)                      -- ...a named one its own
022400         AND (ACM-STATION-ID = SPACES                             -- Same for the station
022500             OR ACM-STATION-ID = AIM-STATION-ID)                  -- ...
022600         AND (ACM-READING-TYPE = SPACE                            -- ...and for the reading type
022700             OR ACM-READING-TYPE = AIM-READING-TYPE)              -- ...
022800         SET WS-RECORD-MATCHES TO TRUE                            -- The record fits the card
022900     END-IF.                                                      -- End of match check
023000 doList.                                                          -- Subroutine to show archived records
023100     PERFORM setDateRange                                         -- Bound the card's date range
023200     PERFORM writeActionLine                                      -- Start this command's report
023300     MOVE "RANGE" TO HMA-RESULT                                   -- A LIST reports every record in range
023400     WRITE HISTM-REPORT-ACTION-LINE                               -- Write the action line
023500     MOVE 0 TO WS-CMD-MATCHED                                     -- Nothing matched yet
023600     PERFORM openArchiveScan                                      -- Walk the whole archive front to back
023700     PERFORM listArchiveRecord UNTIL WS-SCAN-EOF                  -- One pass per archived image
023800     CLOSE ARCM-ARCHIVE-FILE                                      -- Done with the archive for this card
023900     IF WS-CMD-MATCHED = 0                                        -- Nothing in the card's range
024000         PERFORM writeActionLine                                  -- Say so rather than print nothing
024100         MOVE "NONE IN RANGE" TO HMA-RESULT                       -- ...
024200         WRITE HISTM-REPORT-ACTION-LINE                           -- ...
024300     END-IF.                                                      -- End of empty-range check
024400 listArchiveRecord.                                               -- Subroutine to show one archived image
024500     READ ARCM-ARCHIVE-FILE                                       -- Read the next archived image
024600         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
024700         NOT AT END                                               -- An image was read
024800             PERFORM reshapeArchiveImage                          -- Reshape it into its fields
024900             PERFORM checkRecordMatch                             -- Is it inside the card's range?
025000             IF WS-RECORD-MATCHES                                 -- It is - print it
025100                 ADD 1 TO WS-CMD-MATCHED                          -- Count it for the command
025200                 PERFORM writeArchivedLine                        -- ...key line first
025300                 PERFORM writeFigureLines                         -- ...then its figures
025400             END-IF                                               -- End of match check
025500     END-READ.                                                    -- End of read
025600 doRestore.                                                       -- Subroutine to restore archived records
025700     PERFORM setDateRange                                         -- Bound the card's date range
025800     PERFORM writeActionLine                                      -- Start this command's report
025900     MOVE "RANGE" TO HMA-RESULT                                   -- A RESTORE reports each record
026000     WRITE HISTM-REPORT-ACTION-LINE                               -- Write the action line
026100     MOVE 0 TO WS-CMD-MATCHED                                     -- Nothing matched yet
026200     OPEN I-O STATS-HISTORY-FILE                                  -- Open the live master to land on
026300     IF WS-HISTORY-STATUS NOT = "00"                              -- No live master yet - a restore
026400         OPEN OUTPUT STATS-HISTORY-FILE                           -- ...into an empty period
026500         CLOSE STATS-HISTORY-FILE                                 -- Create an empty one
026600         OPEN I-O STATS-HISTORY-FILE                              -- Reopen it for maintaining
026700     END-IF                                                       -- End of if statement
026800     IF WS-HISTORY-STATUS NOT = "00"                              -- Can't create/open the master
026900         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
027000             WS-HISTORY-STATUS                                    -- ...
027100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
027200         STOP RUN                                                 -- ...rather than lose the restores
027300     END-IF                                                       -- End of open-check
027400     PERFORM openArchiveScan                                      -- Walk the whole archive front to back
027500     PERFORM restoreArchiveRecord UNTIL WS-SCAN-EOF               -- One pass per archived image
027600     CLOSE ARCM-ARCHIVE-FILE                                      -- Done with the archive for this card
027700     CLOSE STATS-HISTORY-FILE                                     -- Done with the live master
027800     IF WS-CMD-MATCHED = 0                                        -- Nothing in the card's range
027900         PERFORM writeActionLine                                  -- Say so rather than print nothing
028000         MOVE "NONE IN RANGE" TO HMA-RESULT                       -- ...
028100         WRITE HISTM-REPORT-ACTION-LINE                           -- ...
028200     END-IF.                                                      -- End of empty-range check
028300 restoreArchiveRecord.                                            -- Subroutine to restore one image
028400     READ ARCM-ARCHIVE-FILE                                       -- Read the next archived image
028500         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
028600         NOT AT END                                               -- An image was read
028700             PERFORM reshapeArchiveImage                          -- Reshape it into its fields
028800             PERFORM checkRecordMatch                             -- Is it inside the card's range?
028900             IF WS-RECORD-MATCHES                                 -- It is - land it
029000                 ADD 1 TO WS-CMD-MATCHED                          -- Count it for the command
029100                 PERFORM landArchivedRecord                       -- Write it back onto the master
029200             END-IF                                               -- End of match check
029300     END-READ.                                                    -- End of read
029400 landArchivedRecord.                                              -- Subroutine to land one image back
029500     MOVE SPACES TO STATS-HISTORY-RECORD                          -- Clear the history record
029600     MOVE AIM-RUN-DATE TO HST-RUN-DATE                            -- Rebuild the record exactly as
029700     MOVE AIM-BATCH-ID TO HST-BATCH-ID                            -- ...it left the master
029800     MOVE AIM-STATION-ID TO HST-STATION-ID                        -- ...
029900     MOVE AIM-READING-TYPE TO HST-READING-TYPE                    -- ...
030000     MOVE AIM-RECORD-COUNT TO HST-RECORD-COUNT                    -- ...
030100     MOVE AIM-SMALLEST TO HST-SMALLEST                            -- ...
030200     MOVE AIM-LARGEST TO HST-LARGEST                              -- ...
030300     MOVE AIM-MODE TO HST-MODE                                    -- ...
030400     MOVE AIM-MEAN TO HST-MEAN                                    -- ...
030500     MOVE AIM-MEDIAN TO HST-MEDIAN                                -- ...
030600     MOVE AIM-STDDEV TO HST-STDDEV                                -- ...
030700     PERFORM writeArchivedLine                                    -- Report the record being restored
030800     MOVE "N" TO WS-DUP-SWITCH                                    -- Landed until the key says not
030900     WRITE STATS-HISTORY-RECORD                                   -- Add it under its key
031000         INVALID KEY MOVE "Y" TO WS-DUP-SWITCH                    -- Already on the live master
031100     END-WRITE                                                    -- End of write
031200     IF WS-DUP-SWITCH = "Y"                                       -- Never overwrite live figures
031300*                                                                 -- ...from an old archive image
031400         MOVE "DUPLICATE" TO HMA-RESULT                           -- Say so on the report
031500         WRITE HISTM-REPORT-ACTION-LINE                           -- ...
031600     ELSE                                                         -- The record landed
031700         ADD 1 TO WS-RESTORE-COUNT                                -- Count the restore
031800         MOVE "RESTORED" TO HMA-RESULT                            -- Say so on the report
031900         WRITE HISTM-REPORT-ACTION-LINE                           -- ...
032000         MOVE "RESTORED" TO WS-LOG-NOTE                           -- ...and in the log, the way
032100         PERFORM writeLog                                         -- ...HISTMLOG logs changes
032200     END-IF.                                                      -- End of landed check
032300 openArchiveScan.                                                 -- Subroutine to start an archive scan
032400     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the scan's end-of-file switch
032500     OPEN INPUT ARCM-ARCHIVE-FILE                                 -- The archive is a flat file - every
032600*                                                                 -- ...scan walks it front to back
032700     IF WS-ARCHIVE-STATUS NOT = "00"                              -- No archive to read
032800         DISPLAY "STATSARCH OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
032900             WS-ARCHIVE-STATUS                                    -- ...
033000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
033100         STOP RUN                                                 -- ...rather than report against nothing
033200     END-IF.                                                      -- End of open-check
033300 reshapeArchiveImage.                                             -- Subroutine to field one flat image
033400     MOVE ARCM-IMAGE TO WS-ARC-RECORD                             -- Try the current 62-byte shape
033500     IF AIM-READING-TYPE = "L" OR AIM-READING-TYPE = "F"          -- A type byte in the key leg says
033600         CONTINUE                                                 -- ...the image is the new shape
033700     ELSE                                                         -- Anything else is a 61-byte image
033800*                                                                 -- ...cut before the type existed -
033900*                                                                 -- ...read as-is, the first count
034000*                                                                 -- ...digit lands in the type leg
034100*                                                                 -- ...and every figure shifts a byte
034200         MOVE ARCM-IMAGE TO WS-ARC-LEGACY                         -- Refield it on the legacy shape
034300         MOVE LGI-RUN-DATE TO AIM-RUN-DATE                        -- ...and rebuild the record with
034400         MOVE LGI-BATCH-ID TO AIM-BATCH-ID                        -- ...the type defaulted to "L",
034500         MOVE LGI-STATION-ID TO AIM-STATION-ID                    -- ...the same blank-type-means-
034600         MOVE "L" TO AIM-READING-TYPE                             -- ...level convention the other
034700         MOVE LGI-RECORD-COUNT TO AIM-RECORD-COUNT                -- ...programs use
034800         MOVE LGI-SMALLEST TO AIM-SMALLEST                        -- ...
034900         MOVE LGI-LARGEST TO AIM-LARGEST                          -- ...
035000         MOVE LGI-MODE TO AIM-MODE                                -- ...
035100         MOVE LGI-MEAN TO AIM-MEAN                                -- ...
035200         MOVE LGI-MEDIAN TO AIM-MEDIAN                            -- ...
035300         MOVE LGI-STDDEV TO AIM-STDDEV                            -- ...
035400     END-IF.                                                      -- End of shape check
035500 writeArchivedLine.                                               -- Subroutine to echo one record's key
035600     MOVE SPACES TO HISTM-REPORT-ACTION-LINE                      -- Clear the action line
035700     MOVE "ARCHIVED" TO HMA-ACTION                                -- Flag an archived record
035800     MOVE AIM-RUN-DATE TO HMA-RUN-DATE                            -- Echo the record's key
035900     MOVE AIM-BATCH-ID TO HMA-BATCH-ID                            -- ...
036000     MOVE AIM-STATION-ID TO HMA-STATION-ID                        -- ...
036100     MOVE AIM-READING-TYPE TO HMA-TYPE                            -- ...
036200     WRITE HISTM-REPORT-ACTION-LINE                               -- Write the action line
036300     MOVE SPACES TO HISTM-REPORT-ACTION-LINE                      -- A RESTORE overwrites the line
036400     MOVE AIM-RUN-DATE TO HMA-RUN-DATE                            -- ...with its outcome - rebuild
036500     MOVE AIM-BATCH-ID TO HMA-BATCH-ID                            -- ...the key under it
036600     MOVE AIM-STATION-ID TO HMA-STATION-ID                        -- ...
036700     MOVE AIM-READING-TYPE TO HMA-TYPE                            -- ...
036800     MOVE "RESTORE" TO HMA-ACTION.                                -- ...
036900 writeFigureLines.                                                -- Subroutine to print one record's figures
037000     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
037100     MOVE "READINGS PROCESSED" TO HMF-LABEL                       -- Label the record count
037200     MOVE AIM-RECORD-COUNT TO WS-RPT-COUNT                        -- Edit it for the report
037300     MOVE WS-RPT-COUNT TO HMF-VALUE                               -- ...
037400     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
037500     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
037600     MOVE "SMALLEST VALUE" TO HMF-LABEL                           -- Label the smallest reading
037700     MOVE AIM-SMALLEST TO WS-RPT-VAL                              -- Edit it for the report
037800     MOVE WS-RPT-VAL TO HMF-VALUE                                 -- ...
037900     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
038000     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
038100     MOVE "LARGEST VALUE" TO HMF-LABEL                            -- Label the largest reading
038200     MOVE AIM-LARGEST TO WS-RPT-VAL                               -- Edit it for the report
038300     MOVE WS-RPT-VAL TO HMF-VALUE                                 -- ...
038400     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
038500     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
038600     MOVE "MODE VALUE" TO HMF-LABEL                               -- Label the mode
038700     MOVE AIM-MODE TO WS-RPT-VAL                                  -- Edit it for the report
038800     MOVE WS-RPT-VAL TO HMF-VALUE                                 -- ...
038900     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
039000     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
039100     MOVE "MEAN VALUE" TO HMF-LABEL                               -- Label the mean
039200     MOVE AIM-MEAN TO WS-RPT-NUM                                  -- Edit it for the report
039300     MOVE WS-RPT-NUM TO HMF-VALUE                                 -- ...
039400     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
039500     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
039600     MOVE "MEDIAN VALUE" TO HMF-LABEL                             -- Label the median
039700     MOVE AIM-MEDIAN TO WS-RPT-NUM                                -- Edit it for the report
039800     MOVE WS-RPT-NUM TO HMF-VALUE                                 -- ...
039900     WRITE HISTM-REPORT-FIGURE-LINE                               -- Write the figure line
040000     MOVE SPACES TO HISTM-REPORT-FIGURE-LINE                      -- Clear the figure line
040100     MOVE "STANDARD DEVIATION" TO HMF-LABEL                       -- Label the standard deviation
040200     MOVE AIM-STDDEV TO WS-RPT-NUM                                -- Edit it for the report
040300     MOVE WS-RPT-NUM TO HMF-VALUE                                 -- ...
040400     WRITE HISTM-REPORT-FIGURE-LINE.                              -- Write the figure line
040500 writeLog.                                                        -- Subroutine to append one restore-log line
040600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the restore
040700     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
040800         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
040900         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
041000     MOVE SPACES TO HISTM-LOG-RECORD                              -- Clear the log line
041100     MOVE WS-LOG-TIMESTAMP TO HML-TIMESTAMP                       -- When the restore was made
041200     MOVE ACM-ACTION TO HML-ACTION                                -- What the operator asked for
041300     MOVE AIM-RUN-DATE TO HML-RUN-DATE                            -- Which record it landed
041400     MOVE AIM-BATCH-ID TO HML-BATCH-ID                            -- ...
041500     MOVE AIM-STATION-ID TO HML-STATION-ID                        -- ...
041600     MOVE AIM-READING-TYPE TO HML-READING-TYPE                    -- ...
041700     MOVE WS-LOG-NOTE TO HML-NOTE                                 -- What happened to it
041800     MOVE AIM-RECORD-COUNT TO HML-RECORD-COUNT                    -- The record's figures as they
041900     MOVE AIM-SMALLEST TO HML-SMALLEST                            -- ...went back onto the master,
042000     MOVE AIM-LARGEST TO HML-LARGEST                              -- ...so the auditors can see
042100     MOVE AIM-MODE TO HML-MODE                                    -- ...exactly what was restored
042200     MOVE AIM-MEAN TO HML-MEAN                                    -- ...
042300     MOVE AIM-MEDIAN TO HML-MEDIAN                                -- ...
042400     MOVE AIM-STDDEV TO HML-STDDEV                                -- ...
042500     MOVE ACM-OPERATOR TO HML-OPERATOR                            -- ...and who restored it
042600     WRITE HISTM-LOG-RECORD.                                      -- Append the log line
042700 loadAuthority.                                                   -- Subroutine to load the operator grants
042800     OPEN INPUT STATS-AUTHORITY-FILE                              -- Open the operator authority file
042900     IF WS-AUTHORITY-STATUS NOT = "00"                            -- No grants, no authorized cards
043000         DISPLAY "STATSAUTH OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
043100             WS-AUTHORITY-STATUS                                  -- ...
043200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
043300         STOP RUN                                                 -- ...rather than refuse every card
043400     END-IF                                                       -- End of open-check
043500     PERFORM UNTIL WS-AUTH-EOF                                    -- Loop over every grant
043600         READ STATS-AUTHORITY-FILE                                -- Read the next grant
043700             AT END SET WS-AUTH-EOF TO TRUE                       -- Flag end of file
043800             NOT AT END                                           -- A grant was read
043900                 IF AUT-PROGRAM = "ARCHMAINT"                     -- Only this program's grants
044000                     PERFORM loadOneGrant                         -- ...are kept
044100                 END-IF                                           -- End of program check
044200         END-READ                                                 -- End of read
044300     END-PERFORM                                                  -- End of loop
044400     CLOSE STATS-AUTHORITY-FILE                                   -- Done with the authority file
044500     IF WS-GRANTS-DROPPED > 0                                     -- Some grants would not fit - their
044600         MOVE WS-GRANTS-DROPPED TO WS-RPT-COUNT                   -- ...operators' cards will be
044700         DISPLAY "STATSAUTH GRANTS DROPPED: " WS-RPT-COUNT        -- ...refused, so say so
044800         MOVE 8 TO RETURN-CODE                                    -- Scheduler severity: hold and look
044900     END-IF.                                                      -- End of overflow check
045000 loadOneGrant.                                                    -- Subroutine to file one operator grant
045100     IF WS-GRANT-COUNT >= WS-MAX-GRANTS                           -- Table already full
045200         ADD 1 TO WS-GRANTS-DROPPED                               -- Count the grant that won't fit
045300     ELSE                                                         -- Room left in the table
045400         ADD 1 TO WS-GRANT-COUNT                                  -- Grow the table by one slot
045500         MOVE AUT-OPERATOR TO WS-GRANT-OPERATOR(WS-GRANT-COUNT)   -- File the grant
045600         MOVE AUT-ACTION TO WS-GRANT-ACTION(WS-GRANT-COUNT)       -- ...
045700     END-IF.                                                      -- End of table-full check
045800 checkAuthority.                                                  -- Subroutine to test a card against the grants
045900     MOVE "N" TO WS-AUTH-SWITCH                                   -- Refused until a grant allows it
046000     IF ACM-OPERATOR = SPACES                                     -- A card nobody will own
046100         MOVE "NO OPERATOR" TO WS-AUTH-REASON                     -- ...is never authorized
046200     ELSE                                                         -- Look the operator up
046300         MOVE "UNAUTHORIZED" TO WS-AUTH-REASON                    -- ...against the grant table
046400         PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1                 -- ...
046500             UNTIL WS-GRANT-IDX > WS-GRANT-COUNT                  -- ...
046600             OR WS-AUTHORIZED                                     -- ...
046700             IF WS-GRANT-OPERATOR(WS-GRANT-IDX) = ACM-OPERATOR    -- The operator's own grant
046800                 AND (WS-GRANT-ACTION(WS-GRANT-IDX) = ACM-ACTION  -- ...for this action
046900                     OR WS-GRANT-ACTION(WS-GRANT-IDX) = "*ALL")   -- ...or for every action
047000                 SET WS-AUTHORIZED TO TRUE                        -- ...lets the card through
047100             END-IF                                               -- End of grant check
047200         END-PERFORM                                              -- End of loop
047300     END-IF.                                                      -- End of operator check
047400 refuseCommand.                                                   -- Subroutine to refuse an unauthorized card
047500     ADD 1 TO WS-REFUSED-COUNT                                    -- Count the refusal
047600     PERFORM writeActionLine                                      -- Echo the card on the report
047700     MOVE WS-AUTH-REASON TO HMA-RESULT                            -- ...with why it was refused
047800     WRITE HISTM-REPORT-ACTION-LINE                               -- ...
047900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the attempt
048000     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
048100         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
048200         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
048300     MOVE SPACES TO STATS-SECURITY-LOG-RECORD                     -- Clear the violation line
048400     MOVE WS-LOG-TIMESTAMP TO SEC-TIMESTAMP                       -- When it was attempted
048500     MOVE "ARCHMAINT" TO SEC-PROGRAM                              -- ...in which program
048600     MOVE ACM-OPERATOR TO SEC-OPERATOR                            -- ...by whom
048700     MOVE ACM-ACTION TO SEC-ACTION                                -- ...asking for what
048800     MOVE WS-AUTH-REASON TO SEC-REASON                            -- ...why it was refused
048900     MOVE ARCM-COMMAND-RECORD TO SEC-CARD-IMAGE                   -- ...and the card as submitted
049000     WRITE STATS-SECURITY-LOG-RECORD                              -- Append the violation line
049100     MOVE 8 TO RETURN-CODE.                                       -- Scheduler severity: hold and look
049200 closeFiles.                                                      -- Subroutine to close the run's files
049300     CLOSE ARCM-COMMAND-FILE                                      -- Done with the command cards
049400     CLOSE ARCM-REPORT-FILE                                       -- Done with the report
049500     CLOSE ARCM-LOG-FILE                                          -- Done with the restore log
049600     CLOSE STATS-SECURITY-FILE.                                   -- Done with the violation log
049700 END PROGRAM statistics_archmaint.                                -- End of program
