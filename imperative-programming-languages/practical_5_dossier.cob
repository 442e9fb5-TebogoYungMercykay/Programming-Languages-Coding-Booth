000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_dossier.                                  -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT DOSS-CONTROL-FILE ASSIGN TO "DOSSCTL"                 -- Operator's inquiry card
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One card
000800         FILE STATUS IS WS-CONTROL-STATUS.                        -- I-O status for readControlCard
000900     SELECT STATS-STATION-FILE ASSIGN TO "STATSSTA"               -- Station reference master
001000         ORGANIZATION IS INDEXED                                  -- Keyed by station id
001100         ACCESS MODE IS DYNAMIC                                   -- One keyed read
001200         RECORD KEY IS STA-STATION-ID                             -- Station id
001300         FILE STATUS IS WS-STATION-STATUS.                        -- I-O status for writeStationEntry
001400     SELECT STATS-HISTORY-FILE ASSIGN TO "STATSHIST"              -- The live history master
001500         ORGANIZATION IS INDEXED                                  -- Keyed, from statistics_rollup
001600         ACCESS MODE IS DYNAMIC                                   -- Positioned, then read in key order
001700         RECORD KEY IS HST-HIST-KEY                               -- Date + batch + station + type
001800         FILE STATUS IS WS-HISTORY-STATUS.                        -- I-O status for releaseHistory
001900     SELECT DOSS-ARCHIVE-FILE ASSIGN TO "STATSARCH"               -- Archived history, optional
002000         ORGANIZATION IS LINE SEQUENTIAL                          -- Flat images, from statistics_archive
002100         FILE STATUS IS WS-ARCHIVE-STATUS.                        -- I-O status for releaseArchive
002200     SELECT STATS-CALENDAR-FILE ASSIGN TO "STATSCAL"              -- Processing calendar, optional
002300         ORGANIZATION IS LINE SEQUENTIAL                          -- One date per line
002400         FILE STATUS IS WS-CALENDAR-STATUS.                       -- I-O status for releaseCalendar
002500     SELECT STATS-DETAIL-FILE ASSIGN TO "STATSDTL"                -- Accepted readings detail master
002600         ORGANIZATION IS INDEXED                                  -- Keyed, from statistics_program
002700         ACCESS MODE IS DYNAMIC                                   -- Positioned, then read in key order
002800         RECORD KEY IS DTL-DTL-KEY                                -- Date + batch + station + type + seq
002900         FILE STATUS IS WS-DETAIL-STATUS.                         -- I-O status for releaseReadings
003000     SELECT STATS-REJHIST-FILE ASSIGN TO "STATSRJH"               -- Cumulative reject history, optional
003100         ORGANIZATION IS INDEXED                                  -- Keyed, from statistics_program
003200         ACCESS MODE IS DYNAMIC                                   -- Positioned, then read in key order
003300         RECORD KEY IS RJH-RJH-KEY                                -- Date + batch + record number
003400         FILE STATUS IS WS-REJHIST-STATUS.                        -- I-O status for releaseRejects
003500     SELECT STATS-ALERT-REG-FILE ASSIGN TO "STATSALRG"            -- Drift alert register, optional
003600         ORGANIZATION IS INDEXED                                  -- Keyed, from statistics_rollup
003700         ACCESS MODE IS DYNAMIC                                   -- Positioned, then read in key order
003800         RECORD KEY IS ARG-ALERT-KEY                              -- Alert + type + station + sequence
003900         FILE STATUS IS WS-ALERT-REG-STATUS.                      -- I-O status for releaseAlerts
004000     SELECT HISTM-LOG-FILE ASSIGN TO "HISTMLOG"                   -- History change log, optional
004100         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per change
004200         FILE STATUS IS WS-HISTM-LOG-STATUS.                      -- I-O status for releaseHistoryChanges
004300     SELECT STAM-LOG-FILE ASSIGN TO "STAMLOG"                     -- Station change log, optional
004400         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per change
004500         FILE STATUS IS WS-STAM-LOG-STATUS.                       -- I-O status for releaseStationChanges
004600     SELECT DOSS-SORT-FILE ASSIGN TO "SORTWK01".                  -- Sort work for the dossier entries
004700     SELECT DOSS-SORTED-FILE ASSIGN TO "DOSSSRT"                  -- Dossier entries in print order
004800         ORGANIZATION IS LINE SEQUENTIAL                          -- One entry per line
004900         FILE STATUS IS WS-SORTED-STATUS.                         -- I-O status for printDossier
005000     SELECT DOSS-REPORT-FILE ASSIGN TO "DOSSRPT"                  -- Single-station dossier
005100         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
005200         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
005300 DATA DIVISION.                                                   -- Start of data declaration
005400 FILE SECTION.                                                    -- File record descriptions
005500 FD  DOSS-CONTROL-FILE                                            -- Operator's inquiry card
005600     RECORDING MODE IS F.                                         -- Fixed length records
005700 COPY "stats_dossier_record.cpy".                                 -- DOSSIER-CONTROL-RECORD layout
005800 FD  STATS-STATION-FILE.                                          -- Station reference master
005900 COPY "stats_station_record.cpy".                                 -- STATS-STATION-RECORD layout
006000 FD  STATS-HISTORY-FILE.                                          -- The live history master
006100 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
006200 FD  DOSS-ARCHIVE-FILE                                            -- Archived history, optional
006300     RECORDING MODE IS F.                                         -- Fixed length records
006400 01  DOSS-ARCHIVE-RECORD.                                         -- Flat image of one history record
006500     05  DAR-IMAGE       PIC X(62).                               -- ...as statistics_archive cut it
006600 FD  STATS-CALENDAR-FILE                                          -- Processing calendar, optional
006700     RECORDING MODE IS F.                                         -- Fixed length records
006800 COPY "stats_calendar_record.cpy".                                -- STATS-CALENDAR-RECORD layout
006900 FD  STATS-DETAIL-FILE.                                           -- Accepted readings detail master
007000 COPY "stats_detail_record.cpy".                                  -- STATS-DETAIL-RECORD layout
007100 FD  STATS-REJHIST-FILE.                                          -- Cumulative reject history
007200 COPY "stats_reject_history_record.cpy".                          -- STATS-REJHIST-RECORD layout
007300 FD  STATS-ALERT-REG-FILE.                                        -- Drift alert register
007400 COPY "stats_alert_register_record.cpy".                          -- STATS-ALERT-REG-RECORD layout
007500 FD  HISTM-LOG-FILE                                               -- History change log
007600     RECORDING MODE IS F.                                         -- Fixed length records
007700 COPY "stats_histmaint_log_record.cpy".                           -- HISTM-LOG-RECORD layout
007800 FD  STAM-LOG-FILE                                                -- Station change log
007900     RECORDING MODE IS F.                                         -- Fixed length records
008000 COPY "stats_stamaint_log_record.cpy".                            -- STAM-LOG-RECORD layout
008100 SD  DOSS-SORT-FILE.                                              -- Sort work for the dossier entries
008200 01  DOSS-SORT-RECORD.                                            -- One entry as the sort orders it
008300     05  DSR-SECTION     PIC 9.                                   -- Dossier section, 1 to 6
008400     05  DSR-DATE-KEY    PIC X(8).                                -- YYYYMMDD run date, where dated
008500     05  DSR-ORDER-KEY   PIC X(30).                               -- Order within the date
008600     05  DSR-SOURCE      PIC X.                                   -- Figures: "0" expected day marker,
008700*                                                                 -- ..."1" live line, "2" archived line
008800     05  DSR-RUN-DATE    PIC X(10).                               -- MM/DD/YYYY run date, where dated
008900     05  DSR-RECORD-COUNT PIC 9(5).                               -- Figures: readings on the line
009000     05  DSR-KIND        PIC X.                                   -- Rejects: "R" reject, "O" kept late
009100     05  DSR-LINE-COUNT  PIC 9.                                   -- Print lines carried, 0 to 2
009200     05  DSR-LINE        PIC X(80) OCCURS 2 TIMES.                -- The entry's print lines
009300 FD  DOSS-SORTED-FILE                                             -- Dossier entries in print order
009400     RECORDING MODE IS F.                                         -- Fixed length records
009500 01  DOSS-SORTED-RECORD.                                          -- Same layout as DOSS-SORT-RECORD
009600     05  DSS-SECTION     PIC 9.                                   -- Dossier section, 1 to 6
009700     05  DSS-DATE-KEY    PIC X(8).                                -- YYYYMMDD run date, where dated
009800     05  DSS-ORDER-KEY   PIC X(30).                               -- Order within the date
009900     05  DSS-SOURCE      PIC X.                                   -- Figures: "0", "1" or "2" as above
010000     05  DSS-RUN-DATE    PIC X(10).                               -- MM/DD/YYYY run date, where dated
010100     05  DSS-RECORD-COUNT PIC 9(5).                               -- Figures: readings on the line
010200     05  DSS-KIND        PIC X.                                   -- Rejects: "R" reject, "O" kept late
010300     05  DSS-LINE-COUNT  PIC 9.                                   -- Print lines carried, 0 to 2
010400     05  DSS-LINE        PIC X(80) OCCURS 2 TIMES.                -- The entry's print lines
010500 FD  DOSS-REPORT-FILE                                             -- Single-station dossier
010600     RECORDING MODE IS F.                                         -- Fixed length print lines
010700 COPY "stats_dossier_report_record.cpy".                          -- DOSS-REPORT-*-LINE layouts
010800 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
010900     01  WS-CONTROL-STATUS PIC XX.                                -- File status for DOSS-CONTROL-FILE
011000     01  WS-STATION-STATUS PIC XX.                                -- File status for STATS-STATION-FILE
011100     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
011200     01  WS-ARCHIVE-STATUS PIC XX.                                -- File status for DOSS-ARCHIVE-FILE
011300     01  WS-CALENDAR-STATUS PIC XX.                               -- File status for STATS-CALENDAR-FILE
011400     01  WS-DETAIL-STATUS PIC XX.                                 -- File status for STATS-DETAIL-FILE
011500     01  WS-REJHIST-STATUS PIC XX.                                -- File status for STATS-REJHIST-FILE
011600     01  WS-ALERT-REG-STATUS PIC XX.                              -- File status for STATS-ALERT-REG-FILE
011700     01  WS-HISTM-LOG-STATUS PIC XX.                              -- File status for HISTM-LOG-FILE
011800     01  WS-STAM-LOG-STATUS PIC XX.                               -- File status for STAM-LOG-FILE
011900     01  WS-SORTED-STATUS PIC XX.                                 -- File status for DOSS-SORTED-FILE
012000     01  WS-REPORT-STATUS PIC XX.                                 -- File status for DOSS-REPORT-FILE
012100     01  WS-SCAN-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for every scan
012200         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of the file scanned
012300     01  WS-CALENDAR-SWITCH PIC X VALUE "N".                      -- Set when the calendar names
012400         88  WS-CALENDAR-LOADED VALUE "Y".                        -- ...work dates in the range
012500     01  WS-DETAIL-ALL-SWITCH PIC X VALUE "N".                    -- Set when the card asks for
012600         88  WS-DETAIL-ALL VALUE "Y".                             -- ...every date's readings
012700     01  WS-DETAIL-NAMED-SWITCH PIC X VALUE "N".                  -- Set when the card names at
012800         88  WS-DETAIL-NAMED VALUE "Y".                           -- ...least one detail date
012900     01  WS-DETAIL-REPEAT-SWITCH PIC X.                           -- Set when a detail date is
013000         88  WS-DETAIL-REPEAT VALUE "Y".                          -- ...already named on the card
013100     01  WS-DATE-OK-SWITCH PIC X.                                 -- Set by checkCardDate when the
013200         88  WS-DATE-OK  VALUE "Y".                               -- ...date is a usable MM/DD/YYYY
013300     01  WS-STATION-FOUND-SWITCH PIC X VALUE "N".                 -- Set when the station is
013400         88  WS-STATION-FOUND VALUE "Y".                          -- ...on STATSSTA
013500     01  WS-DAY-EXPECTED-SWITCH PIC X.                            -- Set when the day being printed
013600         88  WS-DAY-EXPECTED VALUE "Y".                           -- ...was an expected run date
013700     01  WS-DAY-REPORTED-SWITCH PIC X.                            -- Set when the station has figures
013800         88  WS-DAY-REPORTED VALUE "Y".                           -- ...on file for that day
013900     01  WS-IMAGE-SOURCE PIC X.                                   -- Where WS-HIST-IMAGE came from
014000         88  WS-FROM-LIVE VALUE "1".                              -- ...the live master
014100         88  WS-FROM-ARCHIVE VALUE "2".                           -- ...the archive
014200     01  WS-HIST-IMAGE.                                           -- One history line, live or archived -
014300         05  HIM-RUN-DATE    PIC X(10).                           -- ...same layout as
014400         05  HIM-BATCH-ID    PIC X(10).                           -- ...STATS-HISTORY-RECORD, with
014500         05  HIM-STATION-ID  PIC X(4).                            -- ...its own names since that
014600         05  HIM-READING-TYPE PIC X.                              -- ...record is open at the same
014700         05  HIM-RECORD-COUNT PIC 9(5).                           -- ...time; both sources are
014800         05  HIM-SMALLEST    PIC 9(3)V99.                         -- ...moved here so one paragraph
014900         05  HIM-LARGEST     PIC 9(3)V99.                         -- ...weighs them alike
015000         05  HIM-MODE        PIC 9(3)V99.                         -- ...
015100         05  HIM-MEAN        PIC 9(3)V99.                         -- ...
015200         05  HIM-MEDIAN      PIC 9(3)V99.                         -- ...
015300         05  HIM-STDDEV      PIC 9(3)V9999.                       -- ...
015400     01  WS-ARC-LEGACY.                                           -- An archived record as it was cut
015500*                                                                 -- ...before the reading-type key
015600*                                                                 -- ...leg existed - 61 bytes, no
015700*                                                                 -- ...type byte after the station
015800         05  LGI-RUN-DATE    PIC X(10).                           -- The legacy record's key
015900         05  LGI-BATCH-ID    PIC X(10).                           -- ...
016000         05  LGI-STATION-ID  PIC X(4).                            -- ...
016100         05  LGI-RECORD-COUNT PIC 9(5).                           -- ...and its figures, one byte
016200         05  LGI-SMALLEST    PIC 9(3)V99.                         -- ...earlier than the new image
016300         05  LGI-LARGEST     PIC 9(3)V99.                         -- ...
016400         05  LGI-MODE        PIC 9(3)V99.                         -- ...
016500         05  LGI-MEAN        PIC 9(3)V99.                         -- ...
016600         05  LGI-MEDIAN      PIC 9(3)V99.                         -- ...
016700         05  LGI-STDDEV      PIC 9(3)V9999.                       -- ...
016800         05  FILLER          PIC X.                               -- Pads the 61 bytes to 62
016900     01  WS-CHECK-DATE   PIC X(10).                               -- MM/DD/YYYY date being checked or keyed
017000     01  WS-REC-SORT-KEY PIC X(8).                                -- YYYYMMDD key of that date
017100     01  WS-FROM-SORT-KEY PIC X(8).                               -- ...of the card's from date
017200     01  WS-TO-SORT-KEY  PIC X(8).                                -- ...and of its to date
017300     01  WS-OPENED-SORT-KEY PIC X(8).                             -- ...and of an alert's first breach
017400     01  WS-SCAN-DATE    PIC X(10).                               -- Run date a readings scan is held
017500*                                                                 -- ...to, or spaces for the range
017600     01  WS-DETAIL-IDX   PIC 9.                                   -- Loop counter over the detail dates
017700     01  WS-DETAIL-PRIOR PIC 9.                                   -- ...and the ones named before it
017800     01  WS-CAL-DAYS     PIC 9(5) VALUE 0.                        -- Calendar work dates in the range
017900     01  WS-RELEASE-SEQ  PIC 9(7) VALUE 0.                        -- Log lines read, to keep their order
018000     01  WS-RSN-COUNT    PIC 9(2) VALUE 13.                       -- Reason codes known
018100     01  WS-RSN-IDX      PIC 9(2).                                -- Loop counter over the reasons
018200     01  WS-RSN-TABLE.                                            -- Reason codes and their text, in
018300*                                                                 -- ...the order STATSRJH documents them
018400         05  WS-RSN-ENTRY OCCURS 13 TIMES.                        -- ...
018500             10  WS-RSN-CODE PIC X(4).                            -- The code on STATSRJH
018600             10  WS-RSN-TEXT PIC X(30).                           -- What it means
018700     01  WS-CUR-SECTION  PIC 9 VALUE 0.                           -- Dossier section being printed
018800         88  WS-IN-FIGURES VALUE 1.                               -- Day-by-day history figures
018900         88  WS-IN-READINGS VALUE 2.                              -- Individual readings
019000         88  WS-IN-REJECTS VALUE 3.                               -- Rejected readings
019100         88  WS-IN-ALERTS VALUE 4.                                -- Drift alerts
019200         88  WS-IN-HISTORY-CHANGES VALUE 5.                       -- HISTMLOG changes
019300         88  WS-IN-STATION-CHANGES VALUE 6.                       -- STAMLOG changes
019400     01  WS-NEXT-SECTION PIC 9.                                   -- Section the next entry belongs to
019500     01  WS-SECTION-LINES PIC 9(7).                               -- Entries printed in the section
019600     01  WS-LINE-IDX     PIC 9.                                   -- Loop counter over an entry's lines
019700     01  WS-DAY-DATE-KEY PIC X(8).                                -- YYYYMMDD day being printed
019800     01  WS-DAY-RUN-DATE PIC X(10).                               -- ...and as MM/DD/YYYY
019900     01  WS-LAST-ORDER-KEY PIC X(30).                             -- Type + batch of its last line
020000     01  WS-DAYS-REPORTED PIC 9(5) VALUE 0.                       -- Days the station has figures
020100     01  WS-DAYS-EXPECTED PIC 9(5) VALUE 0.                       -- Days the suite should have run
020200     01  WS-DAYS-MISSING PIC 9(5) VALUE 0.                        -- Expected days with no figures
020300     01  WS-ACCEPTED-TOTAL PIC 9(9) VALUE 0.                      -- Readings accepted in the range
020400     01  WS-REJECT-TOTAL PIC 9(7) VALUE 0.                        -- Readings rejected in the range
020500     01  WS-OUT-OF-SEQ-TOTAL PIC 9(7) VALUE 0.                    -- Readings kept out of sequence
020600     01  WS-ENTRY-COUNT  PIC 9(7) VALUE 0.                        -- Entries listed in the dossier
020700     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
020800     01  WS-RPT-COUNT    PIC ZZZZZZZZ9.                           -- Scratch edited count for the report
020900     01  WS-RPT-LIMIT    PIC ZZ9.99.                              -- Scratch edited alarm limit
021000 PROCEDURE DIVISION.                                              -- Start of program logic
021100     PERFORM readControlCard                                      -- Learn which station and dates
021200     PERFORM loadReasonCodes                                      -- Name every reject reason
021300     PERFORM openFiles                                            -- Open the masters and report
021400     PERFORM writeHeader                                          -- Title and the card's settings
021500     PERFORM writeStationEntry                                    -- The station's STATSSTA entry
021600     SORT DOSS-SORT-FILE                                          -- Bring every entry on file into
021700         ON ASCENDING KEY DSR-SECTION DSR-DATE-KEY                -- ...section and date order,
021800             DSR-ORDER-KEY DSR-SOURCE                             -- ...live lines ahead of archived
021900         INPUT PROCEDURE IS gatherDossier                         -- ...
022000         GIVING DOSS-SORTED-FILE                                  -- ...
022100     PERFORM printDossier                                         -- Print the sections in order
022200     PERFORM writeSummary                                         -- Close with the summary
022300     PERFORM closeFiles                                           -- Close everything on the way out
022400     MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT                          -- Edit the entry total for display
022500     DISPLAY "Dossier entries listed: " WS-RPT-COUNT              -- One console line for the run
022600     STOP RUN.                                                    -- End the program
022700 readControlCard.                                                 -- Subroutine to read the inquiry card
022800     OPEN INPUT DOSS-CONTROL-FILE                                 -- Open the operator's control card
022900     IF WS-CONTROL-STATUS NOT = "00"                              -- No card, no station to gather
023000         DISPLAY "DOSSCTL OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
023100             WS-CONTROL-STATUS                                    -- ...
023200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
023300         STOP RUN                                                 -- ...
023400     END-IF                                                       -- End of open-check
023500     READ DOSS-CONTROL-FILE                                       -- Read the one control card
023600         AT END                                                   -- An empty card file names nothing
023700             DISPLAY "DOSSCTL IS EMPTY"                           -- Fail fast and diagnosably
023800             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
023900             STOP RUN                                             -- ...
024000     END-READ                                                     -- End of read
024100     CLOSE DOSS-CONTROL-FILE                                      -- Done with the card
024200     IF DOS-STATION-ID = SPACES                                   -- A dossier must be about someone
024300         DISPLAY "DOSSCTL NO STATION ID"                          -- Fail fast and diagnosably
024400         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
024500         STOP RUN                                                 -- ...
024600     END-IF                                                       -- End of station check
024700     MOVE DOS-FROM-DATE TO WS-CHECK-DATE                          -- The from date must be a date
024800     PERFORM checkCardDate                                        -- ...
024900     IF NOT WS-DATE-OK                                            -- ...
025000         DISPLAY "DOSSCTL BAD FROM DATE: " DOS-FROM-DATE          -- Fail fast and diagnosably
025100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
025200         STOP RUN                                                 -- ...
025300     END-IF                                                       -- End of from-date check
025400     IF DOS-TO-DATE = SPACES                                      -- A blank to-date means the one day
025500         MOVE DOS-FROM-DATE TO DOS-TO-DATE                        -- ...
025600     END-IF                                                       -- End of to-date default
025700     MOVE DOS-TO-DATE TO WS-CHECK-DATE                            -- ...and so must the to date
025800     PERFORM checkCardDate                                        -- ...
025900     IF NOT WS-DATE-OK                                            -- ...
026000         DISPLAY "DOSSCTL BAD TO DATE: " DOS-TO-DATE              -- Fail fast and diagnosably
026100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
026200         STOP RUN                                                 -- ...
026300     END-IF                                                       -- End of to-date check
026400     MOVE DOS-FROM-DATE TO WS-CHECK-DATE                          -- Key both ends year first, the
026500     PERFORM makeSortKey                                          -- ...way archmaint bounds a range,
026600     MOVE WS-REC-SORT-KEY TO WS-FROM-SORT-KEY                     -- ...since MM/DD/YYYY does not
026700     MOVE DOS-TO-DATE TO WS-CHECK-DATE                            -- ...order across a year end
026800     PERFORM makeSortKey                                          -- ...
026900     MOVE WS-REC-SORT-KEY TO WS-TO-SORT-KEY                       -- ...
027000     IF WS-FROM-SORT-KEY > WS-TO-SORT-KEY                         -- A range that ends before it
027100         DISPLAY "DOSSCTL TO DATE BEFORE FROM DATE"               -- ...starts is a mistyped card
027200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
027300         STOP RUN                                                 -- ...
027400     END-IF                                                       -- End of order check
027500     IF DOS-DETAIL-ALL(1)                                         -- Readings for the whole range
027600         SET WS-DETAIL-ALL TO TRUE                                -- ...
027700     ELSE                                                         -- Readings for the dates named
027800         PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1                -- ...each of which must be
027900             UNTIL WS-DETAIL-IDX > 4                              -- ...a date
028000             IF DOS-DETAIL-DATE(WS-DETAIL-IDX) NOT = SPACES       -- ...
028100                 MOVE DOS-DETAIL-DATE(WS-DETAIL-IDX)              -- ...
028200                     TO WS-CHECK-DATE                             -- ...
028300                 PERFORM checkCardDate                            -- ...
028400                 IF NOT WS-DATE-OK                                -- ...
028500                     DISPLAY "DOSSCTL BAD DETAIL DATE: "          -- Fail fast and diagnosably
028600                         DOS-DETAIL-DATE(WS-DETAIL-IDX)           -- ...
028700                     MOVE 12 TO RETURN-CODE                       -- Scheduler severity: hard failure
028800                     STOP RUN                                     -- ...
028900                 END-IF                                           -- End of date check
029000                 SET WS-DETAIL-NAMED TO TRUE                      -- ...
029100             END-IF                                               -- End of blank check
029200         END-PERFORM                                              -- End of detail loop
029300     END-IF.                                                      -- End of all check
029400 checkCardDate.                                                   -- Subroutine to check one MM/DD/YYYY date
029500     MOVE "N" TO WS-DATE-OK-SWITCH                                -- Not a date until shown to be
029600     IF WS-CHECK-DATE(1:2) IS NUMERIC                             -- Digits where the digits go
029700         AND WS-CHECK-DATE(4:2) IS NUMERIC                        -- ...
029800         AND WS-CHECK-DATE(7:4) IS NUMERIC                        -- ...
029900         AND WS-CHECK-DATE(3:1) = "/"                             -- ...and slashes between
030000         AND WS-CHECK-DATE(6:1) = "/"                             -- ...
030100         IF WS-CHECK-DATE(1:2) >= "01"                            -- A calendar month
030200             AND WS-CHECK-DATE(1:2) <= "12"                       -- ...
030300             AND WS-CHECK-DATE(4:2) >= "01"                       -- ...and day
030400             AND WS-CHECK-DATE(4:2) <= "31"                       -- ...
030500             SET WS-DATE-OK TO TRUE                               -- ...
030600         END-IF                                                   -- End of range check
030700     END-IF.                                                      -- End of shape check
030800 makeSortKey.                                                     -- Subroutine to key one date year first
030900     MOVE SPACES TO WS-REC-SORT-KEY                               -- YYYYMMDD from MM/DD/YYYY
031000     STRING WS-CHECK-DATE(7:4)                                    -- ...
031100         WS-CHECK-DATE(1:2)                                       -- ...
031200         WS-CHECK-DATE(4:2)                                       -- ...
031300         DELIMITED BY SIZE INTO WS-REC-SORT-KEY                   -- ...
031400     END-STRING.                                                  -- End of string
031500 loadReasonCodes.                                                 -- Subroutine to name the reject reasons
031600     MOVE "MSID" TO WS-RSN-CODE(1)                                -- The codes statistics_program
031700     MOVE "MISSING STATION ID" TO WS-RSN-TEXT(1)                  -- ...writes to STATSRJH, with
031800     MOVE "UNKS" TO WS-RSN-CODE(2)                                -- ...the reason text STATSREJ
031900     MOVE "UNKNOWN STATION ID" TO WS-RSN-TEXT(2)                  -- ...carries for each
032000     MOVE "DCOM" TO WS-RSN-CODE(3)                                -- ...
032100     MOVE "STATION DECOMMISSIONED" TO WS-RSN-TEXT(3)              -- ...
032200     MOVE "BTYP" TO WS-RSN-CODE(4)                                -- ...
032300     MOVE "BAD READING TYPE" TO WS-RSN-TEXT(4)                    -- ...
032400     MOVE "BSEQ" TO WS-RSN-CODE(5)                                -- ...
032500     MOVE "BAD SEQUENCE NUMBER" TO WS-RSN-TEXT(5)                 -- ...
032600     MOVE "BLNK" TO WS-RSN-CODE(6)                                -- ...
032700     MOVE "BLANK READING VALUE" TO WS-RSN-TEXT(6)                 -- ...
032800     MOVE "NNUM" TO WS-RSN-CODE(7)                                -- ...
032900     MOVE "NON-NUMERIC READING VALUE" TO WS-RSN-TEXT(7)           -- ...
033000     MOVE "RNGE" TO WS-RSN-CODE(8)                                -- ...
033100     MOVE "READING OUT OF RANGE" TO WS-RSN-TEXT(8)                -- ...
033200     MOVE "DUPL" TO WS-RSN-CODE(9)                                -- ...
033300     MOVE "DUPLICATE READING" TO WS-RSN-TEXT(9)                   -- ...
033400     MOVE "DCAP" TO WS-RSN-CODE(10)                               -- ...
033500     MOVE "DAILY READING CAP EXCEEDED" TO WS-RSN-TEXT(10)         -- ...
033600     MOVE "SLIM" TO WS-RSN-CODE(11)                               -- ...
033700     MOVE "STATION LIMIT EXCEEDED" TO WS-RSN-TEXT(11)             -- ...
033800     MOVE "UREC" TO WS-RSN-CODE(12)                               -- ...
033900     MOVE "UNRECOGNIZED RECORD TYPE" TO WS-RSN-TEXT(12)           -- ...
034000     MOVE "OSEQ" TO WS-RSN-CODE(13)                               -- ...and the one that is kept,
034100     MOVE "ACCEPTED OUT OF SEQUENCE" TO WS-RSN-TEXT(13).          -- ...not rejected
034200 openFiles.                                                       -- Subroutine to open the run's files
034300     OPEN INPUT STATS-STATION-FILE                                -- The station's reference entry
034400     IF WS-STATION-STATUS NOT = "00"                              -- No master to look it up on
034500         DISPLAY "STATSSTA OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
034600             WS-STATION-STATUS                                    -- ...
034700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
034800         STOP RUN                                                 -- ...
034900     END-IF                                                       -- End of open-check
035000     OPEN INPUT STATS-HISTORY-FILE                                -- The station's daily figures
035100     IF WS-HISTORY-STATUS NOT = "00"                              -- No master to gather from
035200         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
035300             WS-HISTORY-STATUS                                    -- ...
035400         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
035500         STOP RUN                                                 -- ...
035600     END-IF                                                       -- End of open-check
035700     OPEN INPUT STATS-DETAIL-FILE                                 -- The station's individual readings
035800     IF WS-DETAIL-STATUS NOT = "00"                               -- No master to gather from
035900         DISPLAY "STATSDTL OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
036000             WS-DETAIL-STATUS                                     -- ...
036100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
036200         STOP RUN                                                 -- ...
036300     END-IF                                                       -- End of open-check
036400     OPEN OUTPUT DOSS-REPORT-FILE                                 -- Open the print file for this run
036500     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
036600         DISPLAY "DOSSRPT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
036700             WS-REPORT-STATUS                                     -- ...
036800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
036900         STOP RUN                                                 -- ...
037000     END-IF.                                                      -- End of open-check
037100 writeHeader.                                                     -- Subroutine to print the title and card
037200     MOVE SPACES TO DOSS-REPORT-TITLE-LINE                        -- Clear the title line
037300     MOVE "SINGLE-STATION DOSSIER" TO DRT-TITLE-TEXT              -- Set the report title
037400     WRITE DOSS-REPORT-TITLE-LINE                                 -- Write the report title
037500     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
037600     MOVE "STATION ID" TO DRD-LABEL                               -- The station on the card
037700     MOVE DOS-STATION-ID TO DRD-VALUE                             -- ...
037800     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
037900     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
038000     MOVE "FROM RUN DATE" TO DRD-LABEL                            -- ...and the range
038100     MOVE DOS-FROM-DATE TO DRD-VALUE                              -- ...
038200     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
038300     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
038400     MOVE "TO RUN DATE" TO DRD-LABEL                              -- ...
038500     MOVE DOS-TO-DATE TO DRD-VALUE                                -- ...
038600     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
038700     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
038800     MOVE "READINGS LISTED FOR" TO DRD-LABEL                      -- ...and whose readings are listed
038900     IF WS-DETAIL-ALL                                             -- ...
039000         MOVE "EVERY DATE IN THE RANGE" TO DRD-VALUE              -- ...
039100         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
039200     ELSE                                                         -- One line per date named
039300         PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1                -- ...
039400             UNTIL WS-DETAIL-IDX > 4                              -- ...
039500             IF DOS-DETAIL-DATE(WS-DETAIL-IDX) NOT = SPACES       -- ...
039600                 MOVE DOS-DETAIL-DATE(WS-DETAIL-IDX) TO DRD-VALUE -- ...
039700                 WRITE DOSS-REPORT-DETAIL-LINE                    -- Write the detail line
039800             END-IF                                               -- End of blank check
039900         END-PERFORM                                              -- End of detail loop
040000         IF NOT WS-DETAIL-NAMED                                   -- ...or say none was
040100             MOVE "NO DATE" TO DRD-VALUE                          -- ...
040200             WRITE DOSS-REPORT-DETAIL-LINE                        -- Write the detail line
040300         END-IF                                                   -- End of none check
040400     END-IF.                                                      -- End of all check
040500 writeStationEntry.                                               -- Subroutine to print the STATSSTA entry
040600     MOVE SPACES TO DOSS-REPORT-SECTION-LINE                      -- Open the section
040700     MOVE "STATION REFERENCE ENTRY (STATSSTA)" TO DRS-SECTION-TEXT-- ...
040800     WRITE DOSS-REPORT-SECTION-LINE                               -- Write the section line
040900     MOVE DOS-STATION-ID TO STA-STATION-ID                        -- Look the station up
041000     READ STATS-STATION-FILE                                      -- ...
041100         KEY IS STA-STATION-ID                                    -- ...
041200         INVALID KEY CONTINUE                                     -- Not on file - said below
041300         NOT INVALID KEY SET WS-STATION-FOUND TO TRUE             -- Its record is in the buffer
041400     END-READ                                                     -- End of read
041500     IF NOT WS-STATION-FOUND                                      -- A station never added, or one
041600         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- ...since removed - its history
041700         MOVE "STATION ENTRY" TO DRD-LABEL                        -- ...may still be on file, so the
041800         MOVE "NOT ON STATSSTA" TO DRD-VALUE                      -- ...dossier carries on
041900         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
042000         MOVE 4 TO WS-NEW-RC                                      -- Scheduler severity: look at the report
042100         PERFORM raiseReturnCode                                  -- ...
042200     ELSE                                                         -- The entry as it stands today
042300         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- Clear the detail line
042400         MOVE "NAME" TO DRD-LABEL                                 -- ...
042500         MOVE STA-NAME TO DRD-VALUE                               -- ...
042600         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
042700         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- Clear the detail line
042800         MOVE "LOCATION" TO DRD-LABEL                             -- ...
042900         MOVE STA-LOCATION TO DRD-VALUE                           -- ...
043000         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
043100         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- Clear the detail line
043200         MOVE "STATUS" TO DRD-LABEL                               -- ...
043300         IF STA-IS-RETIRED                                        -- ...
043400             MOVE "RETIRED" TO DRD-VALUE                          -- ...
043500         ELSE                                                     -- ...
043600             MOVE "ACTIVE" TO DRD-VALUE                           -- ...
043700         END-IF                                                   -- End of retired check
043800         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
043900         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- Clear the detail line
044000         MOVE "DATE COMMISSIONED" TO DRD-LABEL                    -- ...
044100         MOVE STA-DATE-COMMISSIONED TO DRD-VALUE                  -- ...
044200         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
044300         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- Clear the detail line
044400         MOVE "LEVEL ALARM LOW" TO DRD-LABEL                      -- The alarm points, zero
044500         MOVE STA-LEVEL-ALARM-LOW TO WS-RPT-LIMIT                 -- ...meaning none is set
044600         MOVE WS-RPT-LIMIT TO DRD-VALUE                           -- ...
044700         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
044800         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- Clear the detail line
044900         MOVE "LEVEL ALARM HIGH" TO DRD-LABEL                     -- ...
045000         MOVE STA-LEVEL-ALARM-HIGH TO WS-RPT-LIMIT                -- ...
045100         MOVE WS-RPT-LIMIT TO DRD-VALUE                           -- ...
045200         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
045300         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- Clear the detail line
045400         MOVE "FLOW ALARM LOW" TO DRD-LABEL                       -- ...
045500         MOVE STA-FLOW-ALARM-LOW TO WS-RPT-LIMIT                  -- ...
045600         MOVE WS-RPT-LIMIT TO DRD-VALUE                           -- ...
045700         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
045800         MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                   -- Clear the detail line
045900         MOVE "FLOW ALARM HIGH" TO DRD-LABEL                      -- ...
046000         MOVE STA-FLOW-ALARM-HIGH TO WS-RPT-LIMIT                 -- ...
046100         MOVE WS-RPT-LIMIT TO DRD-VALUE                           -- ...
046200         WRITE DOSS-REPORT-DETAIL-LINE                            -- Write the detail line
046300     END-IF.                                                      -- End of found check
046400 gatherDossier.                                                   -- Sort input: every entry on file
046500     PERFORM releaseCalendar                                      -- Expected days first, so the
046600     PERFORM releaseHistory                                       -- ...history scans know whether
046700     PERFORM releaseArchive                                       -- ...batch runs stand in for them
046800     PERFORM releaseReadings                                      -- ...
046900     PERFORM releaseRejects                                       -- ...
047000     PERFORM releaseAlerts                                        -- ...
047100     PERFORM releaseHistoryChanges                                -- ...
047200     PERFORM releaseStationChanges.                               -- ...
047300 clearSortRecord.                                                 -- Subroutine to empty the sort record
047400     MOVE SPACES TO DOSS-SORT-RECORD                              -- Blank every field, then zero
047500     MOVE 0 TO DSR-SECTION                                        -- ...the numeric ones
047600     MOVE 0 TO DSR-RECORD-COUNT                                   -- ...
047700     MOVE 0 TO DSR-LINE-COUNT.                                    -- ...
047800 releaseCalendar.                                                 -- Subroutine to release the expected days
047900     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The calendar is optional - without
048000     OPEN INPUT STATS-CALENDAR-FILE                               -- ...it every date a batch ran on
048100     IF WS-CALENDAR-STATUS NOT = "00"                             -- ...counts as expected, as on the
048200         CONTINUE                                                 -- ...scorecard
048300     ELSE                                                         -- There is a calendar to read
048400         PERFORM releaseCalendarLine UNTIL WS-SCAN-EOF            -- One pass per calendar line
048500         CLOSE STATS-CALENDAR-FILE                                -- Done with the calendar
048600     END-IF                                                       -- End of calendar-exists check
048700     IF WS-CAL-DAYS > 0                                           -- Only a calendar that covers the
048800         SET WS-CALENDAR-LOADED TO TRUE                           -- ...range is used for it
048900     END-IF.                                                      -- End of coverage check
049000 releaseCalendarLine.                                             -- Subroutine to weigh one calendar line
049100     READ STATS-CALENDAR-FILE                                     -- Read the next calendar line
049200         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
049300         NOT AT END                                               -- A calendar line was read
049400             IF CAL-IS-WORKDAY                                    -- Holidays and outages are planned
049500                 MOVE CAL-RUN-DATE TO WS-CHECK-DATE               -- ...quiet days
049600                 PERFORM makeSortKey                              -- ...
049700                 IF WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY        -- Inside the card's range
049800                     AND WS-REC-SORT-KEY NOT > WS-TO-SORT-KEY     -- ...
049900                     ADD 1 TO WS-CAL-DAYS                         -- ...
050000                     PERFORM releaseExpectedDay                   -- ...
050100                 END-IF                                           -- End of range check
050200             END-IF                                               -- End of workday check
050300     END-READ.                                                    -- End of read
050400 releaseExpectedDay.                                              -- Subroutine to release one expected day
050500     PERFORM clearSortRecord                                      -- A marker with no print lines -
050600     MOVE 1 TO DSR-SECTION                                        -- ...it sorts ahead of the day's
050700     MOVE WS-REC-SORT-KEY TO DSR-DATE-KEY                         -- ...figures, so a day with
050800     MOVE "0" TO DSR-SOURCE                                       -- ...none shows up as missing
050900     MOVE WS-CHECK-DATE TO DSR-RUN-DATE                           -- ...
051000     RELEASE DOSS-SORT-RECORD.                                    -- ...
051100 releaseHistory.                                                  -- Subroutine to release the live figures
051200     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The master is keyed by run date
051300     MOVE LOW-VALUES TO HST-HIST-KEY                              -- ...first, which does not order
051400     START STATS-HISTORY-FILE                                     -- ...by year - walk it all
051500         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
051600         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master has nothing
051700     END-START                                                    -- End of start
051800     PERFORM releaseHistoryLine UNTIL WS-SCAN-EOF.                -- One pass per history line
051900 releaseHistoryLine.                                              -- Subroutine to weigh one live line
052000     READ STATS-HISTORY-FILE NEXT RECORD                          -- Read the next history line
052100         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
052200         NOT AT END                                               -- A line was read
052300             MOVE STATS-HISTORY-RECORD TO WS-HIST-IMAGE           -- ...
052400             SET WS-FROM-LIVE TO TRUE                             -- ...
052500             PERFORM releaseFigures                               -- ...
052600     END-READ.                                                    -- End of read
052700 releaseArchive.                                                  -- Subroutine to release the archived figures
052800     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Nothing archived yet is no
052900     OPEN INPUT DOSS-ARCHIVE-FILE                                 -- ...reason to stop - the live
053000     IF WS-ARCHIVE-STATUS NOT = "00"                              -- ...master is then the whole
053100         CONTINUE                                                 -- ...history
053200     ELSE                                                         -- There is an archive to read
053300         PERFORM releaseArchiveLine UNTIL WS-SCAN-EOF             -- One pass per archived image
053400         CLOSE DOSS-ARCHIVE-FILE                                  -- Done with the archive
053500     END-IF.                                                      -- End of archive-exists check
053600 releaseArchiveLine.                                              -- Subroutine to weigh one archived line
053700     READ DOSS-ARCHIVE-FILE                                       -- Read the next archived image
053800         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
053900         NOT AT END                                               -- An image was read
054000             PERFORM reshapeArchiveImage                          -- Reshape it into its fields
054100             SET WS-FROM-ARCHIVE TO TRUE                          -- ...
054200             PERFORM releaseFigures                               -- ...
054300     END-READ.                                                    -- End of read
054400 reshapeArchiveImage.                                             -- Subroutine to field one flat image
054500     MOVE DAR-IMAGE TO WS-HIST-IMAGE                              -- Try the current 62-byte shape
054600     IF HIM-READING-TYPE = "L" OR HIM-READING-TYPE = "F"          -- A type byte in the key leg says
054700         CONTINUE                                                 -- ...the image is the new shape
054800     ELSE                                                         -- Anything else is a 61-byte image
054900*                                                                 -- ...cut before the type existed -
055000*                                                                 -- ...refield it the way archmaint
055100*                                                                 -- ...does, type defaulted to "L"
055200         MOVE DAR-IMAGE TO WS-ARC-LEGACY                          -- Refield it on the legacy shape
055300         MOVE LGI-RUN-DATE TO HIM-RUN-DATE                        -- ...
055400         MOVE LGI-BATCH-ID TO HIM-BATCH-ID                        -- ...
055500         MOVE LGI-STATION-ID TO HIM-STATION-ID                    -- ...
055600         MOVE "L" TO HIM-READING-TYPE                             -- ...
055700         MOVE LGI-RECORD-COUNT TO HIM-RECORD-COUNT                -- ...
055800         MOVE LGI-SMALLEST TO HIM-SMALLEST                        -- ...
055900         MOVE LGI-LARGEST TO HIM-LARGEST                          -- ...
056000         MOVE LGI-MODE TO HIM-MODE                                -- ...
056100         MOVE LGI-MEAN TO HIM-MEAN                                -- ...
056200         MOVE LGI-MEDIAN TO HIM-MEDIAN                            -- ...
056300         MOVE LGI-STDDEV TO HIM-STDDEV                            -- ...
056400     END-IF.                                                      -- End of shape check
056500 releaseFigures.                                                  -- Subroutine to weigh one history line
056600     MOVE HIM-RUN-DATE TO WS-CHECK-DATE                           -- Key its run date year first
056700     PERFORM makeSortKey                                          -- ...
056800     IF WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY                    -- Inside the card's range
056900         AND WS-REC-SORT-KEY NOT > WS-TO-SORT-KEY                 -- ...
057000         IF HIM-STATION-ID = DOS-STATION-ID                       -- The station's own figures
057100             PERFORM releaseFigureLine                            -- ...
057200         ELSE                                                     -- ...
057300         IF HIM-STATION-ID = "*ALL"                               -- A batch-total line proves the
057400             AND NOT WS-CALENDAR-LOADED                           -- ...suite ran that day - without
057500             PERFORM releaseExpectedDay                           -- ...a calendar, that is the day
057600         END-IF                                                   -- ...it was expected
057700         END-IF                                                   -- End of station check
057800     END-IF.                                                      -- End of range check
057900 releaseFigureLine.                                               -- Subroutine to release one figures line
058000     PERFORM clearSortRecord                                      -- Start a fresh entry
058100     MOVE 1 TO DSR-SECTION                                        -- ...in the figures section, by
058200     MOVE WS-REC-SORT-KEY TO DSR-DATE-KEY                         -- ...day, then type and batch -
058300     STRING HIM-READING-TYPE HIM-BATCH-ID                         -- ...a live line and its archived
058400         DELIMITED BY SIZE INTO DSR-ORDER-KEY                     -- ...copy sort side by side
058500     END-STRING                                                   -- End of string
058600     MOVE WS-IMAGE-SOURCE TO DSR-SOURCE                           -- ...live first
058700     MOVE HIM-RUN-DATE TO DSR-RUN-DATE                            -- ...
058800     MOVE HIM-RECORD-COUNT TO DSR-RECORD-COUNT                    -- Readings it accepted
058900     MOVE SPACES TO DOSS-REPORT-FIGURE-LINE                       -- Format its print line
059000     MOVE HIM-RUN-DATE TO DRY-RUN-DATE                            -- ...
059100     MOVE HIM-READING-TYPE TO DRY-TYPE                            -- ...
059200     MOVE HIM-BATCH-ID TO DRY-BATCH-ID                            -- ...
059300     MOVE HIM-RECORD-COUNT TO DRY-RECORD-COUNT                    -- ...
059400     MOVE HIM-SMALLEST TO DRY-SMALLEST                            -- ...
059500     MOVE HIM-LARGEST TO DRY-LARGEST                              -- ...
059600     MOVE HIM-MODE TO DRY-MODE                                    -- ...
059700     MOVE HIM-MEAN TO DRY-MEAN                                    -- ...
059800     MOVE HIM-MEDIAN TO DRY-MEDIAN                                -- ...
059900     MOVE HIM-STDDEV TO DRY-STDDEV                                -- ...
060000     IF WS-FROM-ARCHIVE                                           -- ...saying where it came from
060100         MOVE "ARCH" TO DRY-SOURCE                                -- ...
060200     ELSE                                                         -- ...
060300         MOVE "LIVE" TO DRY-SOURCE                                -- ...
060400     END-IF                                                       -- End of source check
060500     MOVE DOSS-REPORT-FIGURE-LINE TO DSR-LINE(1)                  -- ...
060600     MOVE 1 TO DSR-LINE-COUNT                                     -- ...
060700     RELEASE DOSS-SORT-RECORD.                                    -- ...
060800 releaseReadings.                                                 -- Subroutine to release the readings asked for
060900     IF WS-DETAIL-ALL                                             -- Every date in the range - walk
061000         MOVE SPACES TO WS-SCAN-DATE                              -- ...the whole master
061100         PERFORM scanReadings                                     -- ...
061200     ELSE                                                         -- Only the dates named - position
061300         PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1                -- ...on each in turn
061400             UNTIL WS-DETAIL-IDX > 4                              -- ...
061500             IF DOS-DETAIL-DATE(WS-DETAIL-IDX) NOT = SPACES       -- ...
061600                 PERFORM checkDetailRepeat                        -- ...once each
061700                 IF NOT WS-DETAIL-REPEAT                          -- ...
061800                     MOVE DOS-DETAIL-DATE(WS-DETAIL-IDX)          -- ...
061900                         TO WS-SCAN-DATE                          -- ...
062000                     PERFORM scanReadings                         -- ...
062100                 END-IF                                           -- End of repeat check
062200             END-IF                                               -- End of blank check
062300         END-PERFORM                                              -- End of detail loop
062400     END-IF.                                                      -- End of all check
062500 checkDetailRepeat.                                               -- Subroutine to spot a date named twice
062600     MOVE "N" TO WS-DETAIL-REPEAT-SWITCH                          -- New until found earlier
062700     PERFORM VARYING WS-DETAIL-PRIOR FROM 1 BY 1                  -- ...on the card
062800         UNTIL WS-DETAIL-PRIOR >= WS-DETAIL-IDX                   -- ...
062900         IF DOS-DETAIL-DATE(WS-DETAIL-PRIOR)                      -- ...
063000             = DOS-DETAIL-DATE(WS-DETAIL-IDX)                     -- ...
063100             SET WS-DETAIL-REPEAT TO TRUE                         -- ...
063200         END-IF                                                   -- End of match check
063300     END-PERFORM.                                                 -- End of prior loop
063400 scanReadings.                                                    -- Subroutine to walk the readings master
063500     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The master is keyed by run date
063600     MOVE LOW-VALUES TO DTL-DTL-KEY                               -- ...first - position on the date
063700     IF WS-SCAN-DATE NOT = SPACES                                 -- ...asked for, or at the very
063800         MOVE WS-SCAN-DATE TO DTL-RUN-DATE                        -- ...start for the whole range
063900     END-IF                                                       -- End of date check
064000     START STATS-DETAIL-FILE                                      -- ...
064100         KEY IS NOT LESS THAN DTL-DTL-KEY                         -- ...
064200         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- Nothing on or after it
064300     END-START                                                    -- End of start
064400     PERFORM releaseReadingLine UNTIL WS-SCAN-EOF.                -- One pass per reading
064500 releaseReadingLine.                                              -- Subroutine to weigh one reading
064600     READ STATS-DETAIL-FILE NEXT RECORD                           -- Read the next reading
064700         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
064800         NOT AT END                                               -- A reading was read
064900             IF WS-SCAN-DATE NOT = SPACES                         -- Past the one date asked for -
065000                 AND DTL-RUN-DATE NOT = WS-SCAN-DATE              -- ...that date is done
065100                 SET WS-SCAN-EOF TO TRUE                          -- ...
065200             ELSE                                                 -- ...
065300             IF DTL-STATION-ID = DOS-STATION-ID                   -- The station's own reading,
065400                 MOVE DTL-RUN-DATE TO WS-CHECK-DATE               -- ...on a date asked for or
065500                 PERFORM makeSortKey                              -- ...inside the range
065600                 IF WS-SCAN-DATE NOT = SPACES                     -- ...
065700                     OR (WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY   -- ...
065800                     AND WS-REC-SORT-KEY NOT > WS-TO-SORT-KEY)    -- ...
065900                     PERFORM releaseReading                       -- ...
066000                 END-IF                                           -- End of range check
066100             END-IF                                               -- End of station check
066200             END-IF                                               -- End of date check
066300     END-READ.                                                    -- End of read
066400 releaseReading.                                                  -- Subroutine to release one reading
066500     PERFORM clearSortRecord                                      -- Start a fresh entry
066600     MOVE 2 TO DSR-SECTION                                        -- ...in the readings section, by
066700     MOVE WS-REC-SORT-KEY TO DSR-DATE-KEY                         -- ...day, batch, type and the
066800     STRING DTL-BATCH-ID DTL-READING-TYPE DTL-SEQUENCE            -- ...controller's sequence
066900         DELIMITED BY SIZE INTO DSR-ORDER-KEY                     -- ...
067000     END-STRING                                                   -- End of string
067100     MOVE DTL-RUN-DATE TO DSR-RUN-DATE                            -- ...
067200     MOVE SPACES TO DOSS-REPORT-READING-LINE                      -- Format its print line
067300     MOVE DTL-RUN-DATE TO DRR-RUN-DATE                            -- ...
067400     MOVE DTL-BATCH-ID TO DRR-BATCH-ID                            -- ...
067500     MOVE DTL-READING-TYPE TO DRR-TYPE                            -- ...
067600     MOVE DTL-SEQUENCE TO DRR-SEQUENCE                            -- ...
067700     MOVE DTL-VALUE TO DRR-VALUE                                  -- The value the figures used
067800     MOVE DTL-RAW-VALUE TO DRR-RAW-VALUE                          -- ...and as the gauge sent it
067900     MOVE DOSS-REPORT-READING-LINE TO DSR-LINE(1)                 -- ...
068000     MOVE 1 TO DSR-LINE-COUNT                                     -- ...
068100     RELEASE DOSS-SORT-RECORD.                                    -- ...
068200 releaseRejects.                                                  -- Subroutine to release the station's rejects
068300     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- No history yet means nothing
068400     OPEN INPUT STATS-REJHIST-FILE                                -- ...has been rejected since it
068500     IF WS-REJHIST-STATUS NOT = "00"                              -- ...began
068600         CONTINUE                                                 -- ...
068700     ELSE                                                         -- There is a history to read -
068800         MOVE LOW-VALUES TO RJH-RJH-KEY                           -- ...keyed by run date first,
068900         START STATS-REJHIST-FILE                                 -- ...which does not order by
069000             KEY IS NOT LESS THAN RJH-RJH-KEY                     -- ...year - walk it all
069100             INVALID KEY SET WS-SCAN-EOF TO TRUE                  -- An empty history has nothing
069200         END-START                                                -- End of start
069300         PERFORM releaseRejectLine UNTIL WS-SCAN-EOF              -- One pass per history entry
069400         CLOSE STATS-REJHIST-FILE                                 -- Done with the reject history
069500     END-IF.                                                      -- End of history-exists check
069600 releaseRejectLine.                                               -- Subroutine to weigh one reject entry
069700     READ STATS-REJHIST-FILE NEXT RECORD                          -- Read the next entry
069800         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
069900         NOT AT END                                               -- An entry was read
070000             IF RJH-STATION-ID = DOS-STATION-ID                   -- The station's own
070100                 MOVE RJH-RUN-DATE TO WS-CHECK-DATE               -- ...
070200                 PERFORM makeSortKey                              -- ...
070300                 IF WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY        -- Inside the card's range
070400                     AND WS-REC-SORT-KEY NOT > WS-TO-SORT-KEY     -- ...
070500                     PERFORM releaseReject                        -- ...
070600                 END-IF                                           -- End of range check
070700             END-IF                                               -- End of station check
070800     END-READ.                                                    -- End of read
070900 releaseReject.                                                   -- Subroutine to release one reject entry
071000     PERFORM clearSortRecord                                      -- Start a fresh entry
071100     MOVE 3 TO DSR-SECTION                                        -- ...in the rejects section, by day
071200     MOVE WS-REC-SORT-KEY TO DSR-DATE-KEY                         -- ...then batch and record
071300     STRING RJH-BATCH-ID RJH-RECORD-NUMBER                        -- ...
071400         DELIMITED BY SIZE INTO DSR-ORDER-KEY                     -- ...
071500     END-STRING                                                   -- End of string
071600     MOVE RJH-RUN-DATE TO DSR-RUN-DATE                            -- ...
071700     IF RJH-IS-OUT-OF-SEQ                                         -- Kept, but late - listed with
071800         MOVE "O" TO DSR-KIND                                     -- ...the rejects, counted apart
071900     ELSE                                                         -- ...
072000         MOVE "R" TO DSR-KIND                                     -- ...
072100     END-IF                                                       -- End of kept check
072200     MOVE SPACES TO DOSS-REPORT-REJECT-LINE                       -- Format its print line
072300     MOVE RJH-RUN-DATE TO DRJ-RUN-DATE                            -- ...
072400     MOVE RJH-BATCH-ID TO DRJ-BATCH-ID                            -- ...
072500     MOVE RJH-RECORD-NUMBER TO DRJ-RECORD-NUMBER                  -- ...
072600     MOVE RJH-READING-TYPE TO DRJ-TYPE                            -- ...
072700     MOVE RJH-SEQUENCE TO DRJ-SEQUENCE                            -- ...
072800     MOVE RJH-RAW-VALUE TO DRJ-RAW-VALUE                          -- ...
072900     MOVE RJH-REASON-CODE TO DRJ-REASON-CODE                      -- ...
073000     MOVE 1 TO WS-RSN-IDX                                         -- ...and what its reason means
073100     PERFORM UNTIL WS-RSN-IDX > WS-RSN-COUNT                      -- ...
073200         OR WS-RSN-CODE(WS-RSN-IDX) = RJH-REASON-CODE             -- ...
073300         ADD 1 TO WS-RSN-IDX                                      -- ...
073400     END-PERFORM                                                  -- End of search
073500     IF WS-RSN-IDX NOT > WS-RSN-COUNT                             -- ...
073600         MOVE WS-RSN-TEXT(WS-RSN-IDX) TO DRJ-REASON-TEXT          -- ...
073700     END-IF                                                       -- End of reason check
073800     MOVE DOSS-REPORT-REJECT-LINE TO DSR-LINE(1)                  -- ...
073900     MOVE 1 TO DSR-LINE-COUNT                                     -- ...
074000     RELEASE DOSS-SORT-RECORD.                                    -- ...
074100 releaseAlerts.                                                   -- Subroutine to release the station's alerts
074200     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- No register yet means no
074300     OPEN INPUT STATS-ALERT-REG-FILE                              -- ...alert has ever been raised
074400     IF WS-ALERT-REG-STATUS NOT = "00"                            -- ...
074500         CONTINUE                                                 -- ...
074600     ELSE                                                         -- There is a register to read
074700         MOVE LOW-VALUES TO ARG-ALERT-KEY                         -- ...keyed by alert type - walk
074800         START STATS-ALERT-REG-FILE                               -- ...it all
074900             KEY IS NOT LESS THAN ARG-ALERT-KEY                   -- ...
075000             INVALID KEY SET WS-SCAN-EOF TO TRUE                  -- An empty register has nothing
075100         END-START                                                -- End of start
075200         PERFORM releaseAlertLine UNTIL WS-SCAN-EOF               -- One pass per alert
075300         CLOSE STATS-ALERT-REG-FILE                               -- Done with the register
075400     END-IF.                                                      -- End of register-exists check
075500 releaseAlertLine.                                                -- Subroutine to weigh one alert
075600     READ STATS-ALERT-REG-FILE NEXT RECORD                        -- Read the next alert
075700         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
075800         NOT AT END                                               -- An alert was read
075900             IF ARG-STATION-ID = DOS-STATION-ID                   -- The station's own alerts, and
076000                 OR ARG-STATION-ID = "*ALL"                       -- ...the batch-total ones its
076100                 MOVE ARG-OPENED-DATE TO WS-CHECK-DATE            -- ...figures fed into
076200                 PERFORM makeSortKey                              -- ...
076300                 MOVE WS-REC-SORT-KEY TO WS-OPENED-SORT-KEY       -- ...
076400                 IF ARG-LAST-DATE NOT = SPACES                    -- Its latest breach, if any
076500                     MOVE ARG-LAST-DATE TO WS-CHECK-DATE          -- ...since the first
076600                     PERFORM makeSortKey                          -- ...
076700                 END-IF                                           -- End of last-date check
076800                 IF WS-OPENED-SORT-KEY NOT > WS-TO-SORT-KEY       -- Breached at some point
076900                     AND WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY   -- ...inside the range
077000                     PERFORM releaseAlert                         -- ...
077100                 END-IF                                           -- End of overlap check
077200             END-IF                                               -- End of station check
077300     END-READ.                                                    -- End of read
077400 releaseAlert.                                                    -- Subroutine to release one alert
077500     PERFORM clearSortRecord                                      -- Start a fresh entry
077600     MOVE 4 TO DSR-SECTION                                        -- ...in the alerts section, by the
077700     MOVE WS-OPENED-SORT-KEY TO DSR-DATE-KEY                      -- ...day it was raised
077800     MOVE ARG-ALERT-KEY TO DSR-ORDER-KEY                          -- ...then its key
077900     MOVE ARG-OPENED-DATE TO DSR-RUN-DATE                         -- ...
078000     MOVE SPACES TO DOSS-REPORT-ALERT-LINE                        -- Format its print line
078100     MOVE ARG-ALERT-TYPE TO DRA-ALERT-TYPE                        -- ...
078200     MOVE ARG-READING-TYPE TO DRA-TYPE                            -- ...
078300     MOVE ARG-STATION-ID TO DRA-STATION-ID                        -- ...
078400     MOVE ARG-ALERT-SEQ TO DRA-ALERT-SEQ                          -- ...
078500     IF ARG-IS-OPEN                                               -- ...
078600         MOVE "OPEN" TO DRA-STATUS                                -- ...
078700     ELSE                                                         -- ...
078800         MOVE "CLOSED" TO DRA-STATUS                              -- ...
078900     END-IF                                                       -- End of status check
079000     MOVE ARG-OPENED-DATE TO DRA-OPENED-DATE                      -- ...
079100     MOVE ARG-LAST-DATE TO DRA-LAST-DATE                          -- ...
079200     MOVE ARG-BREACH-COUNT TO DRA-BREACH-COUNT                    -- ...
079300     MOVE ARG-ESCALATION-LEVEL TO DRA-ESCALATION                  -- ...
079400     MOVE ARG-DISPOSITION TO DRA-DISPOSITION                      -- ...
079500     MOVE DOSS-REPORT-ALERT-LINE TO DSR-LINE(1)                   -- ...
079600     MOVE 1 TO DSR-LINE-COUNT                                     -- ...
079700     RELEASE DOSS-SORT-RECORD.                                    -- ...
079800 releaseHistoryChanges.                                           -- Subroutine to release HISTMLOG changes
079900     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- No log yet means nothing has
080000     OPEN INPUT HISTM-LOG-FILE                                    -- ...been changed
080100     IF WS-HISTM-LOG-STATUS NOT = "00"                            -- ...
080200         CONTINUE                                                 -- ...
080300     ELSE                                                         -- There is a log to read
080400         PERFORM releaseHistoryChangeLine UNTIL WS-SCAN-EOF       -- One pass per log line
080500         CLOSE HISTM-LOG-FILE                                     -- Done with the log
080600     END-IF.                                                      -- End of log-exists check
080700 releaseHistoryChangeLine.                                        -- Subroutine to weigh one HISTMLOG line
080800     READ HISTM-LOG-FILE                                          -- Read the next log line
080900         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
081000         NOT AT END                                               -- A line was read
081100             ADD 1 TO WS-RELEASE-SEQ                              -- Its place in the log
081200             IF HML-STATION-ID = DOS-STATION-ID                   -- A change to one of the
081300                 MOVE HML-RUN-DATE TO WS-CHECK-DATE               -- ...station's lines inside
081400                 PERFORM makeSortKey                              -- ...the range
081500                 IF WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY        -- ...
081600                     AND WS-REC-SORT-KEY NOT > WS-TO-SORT-KEY     -- ...
081700                     PERFORM releaseHistoryChange                 -- ...
081800                 END-IF                                           -- End of range check
081900             END-IF                                               -- End of station check
082000     END-READ.                                                    -- End of read
082100 releaseHistoryChange.                                            -- Subroutine to release one HISTMLOG change
082200     PERFORM clearSortRecord                                      -- Start a fresh entry
082300     MOVE 5 TO DSR-SECTION                                        -- ...in the history changes
082400     MOVE WS-RELEASE-SEQ TO DSR-ORDER-KEY                         -- ...section, in log order
082500     MOVE HML-RUN-DATE TO DSR-RUN-DATE                            -- ...
082600     MOVE SPACES TO DOSS-REPORT-CHANGE-LINE                       -- Format its print lines -
082700     MOVE HML-TIMESTAMP TO DRC-TIMESTAMP                          -- ...who changed which line
082800     MOVE HML-ACTION TO DRC-ACTION                                -- ...and when
082900     MOVE HML-NOTE TO DRC-NOTE                                    -- ...
083000     MOVE HML-OPERATOR TO DRC-OPERATOR                            -- ...
083100     MOVE HML-RUN-DATE TO DRC-RUN-DATE                            -- ...
083200     MOVE HML-BATCH-ID TO DRC-BATCH-ID                            -- ...
083300     MOVE HML-READING-TYPE TO DRC-TYPE                            -- ...
083400     MOVE DOSS-REPORT-CHANGE-LINE TO DSR-LINE(1)                  -- ...
083500     MOVE SPACES TO DOSS-REPORT-FIGURE-LINE                       -- ...then the figures the
083600     MOVE HML-RECORD-COUNT TO DRY-RECORD-COUNT                    -- ...line carried
083700     MOVE HML-SMALLEST TO DRY-SMALLEST                            -- ...
083800     MOVE HML-LARGEST TO DRY-LARGEST                              -- ...
083900     MOVE HML-MODE TO DRY-MODE                                    -- ...
084000     MOVE HML-MEAN TO DRY-MEAN                                    -- ...
084100     MOVE HML-MEDIAN TO DRY-MEDIAN                                -- ...
084200     MOVE HML-STDDEV TO DRY-STDDEV                                -- ...
084300     MOVE DOSS-REPORT-FIGURE-LINE TO DSR-LINE(2)                  -- ...
084400     MOVE 2 TO DSR-LINE-COUNT                                     -- ...
084500     RELEASE DOSS-SORT-RECORD.                                    -- ...
084600 releaseStationChanges.                                           -- Subroutine to release STAMLOG changes
084700     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- No log yet means nothing has
084800     OPEN INPUT STAM-LOG-FILE                                     -- ...been changed
084900     IF WS-STAM-LOG-STATUS NOT = "00"                             -- ...
085000         CONTINUE                                                 -- ...
085100     ELSE                                                         -- There is a log to read
085200         PERFORM releaseStationChangeLine UNTIL WS-SCAN-EOF       -- One pass per log line
085300         CLOSE STAM-LOG-FILE                                      -- Done with the log
085400     END-IF.                                                      -- End of log-exists check
085500 releaseStationChangeLine.                                        -- Subroutine to weigh one STAMLOG line
085600     READ STAM-LOG-FILE                                           -- Read the next log line
085700         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
085800         NOT AT END                                               -- A line was read
085900             ADD 1 TO WS-RELEASE-SEQ                              -- Its place in the log
086000             IF SML-STATION-ID = DOS-STATION-ID                   -- Every change to the station's
086100                 PERFORM releaseStationChange                     -- ...entry, whenever made - they
086200             END-IF                                               -- ...explain the entry above
086300     END-READ.                                                    -- End of read
086400 releaseStationChange.                                            -- Subroutine to release one STAMLOG change
086500     PERFORM clearSortRecord                                      -- Start a fresh entry
086600     MOVE 6 TO DSR-SECTION                                        -- ...in the station changes
086700     MOVE WS-RELEASE-SEQ TO DSR-ORDER-KEY                         -- ...section, in log order
086800     MOVE SPACES TO DOSS-REPORT-STATION-CHANGE-LINE               -- Format its print lines -
086900     MOVE SML-TIMESTAMP TO DRM-TIMESTAMP                          -- ...who changed it and when
087000     MOVE SML-ACTION TO DRM-ACTION                                -- ...
087100     MOVE SML-NOTE TO DRM-NOTE                                    -- ...
087200     MOVE SML-OPERATOR TO DRM-OPERATOR                            -- ...
087300     MOVE SML-ACTIVE-FLAG TO DRM-ACTIVE-FLAG                      -- ...
087400     MOVE SML-DATE-COMMISSIONED TO DRM-DATE-COMMISSIONED          -- ...
087500     MOVE DOSS-REPORT-STATION-CHANGE-LINE TO DSR-LINE(1)          -- ...
087600     MOVE SPACES TO DOSS-REPORT-STATION-FIELDS-LINE               -- ...then the entry the line
087700     MOVE SML-NAME TO DRF-NAME                                    -- ...carried
087800     MOVE SML-LOCATION TO DRF-LOCATION                            -- ...
087900     MOVE SML-LEVEL-ALARM-LOW TO DRF-LEVEL-ALARM-LOW              -- ...
088000     MOVE SML-LEVEL-ALARM-HIGH TO DRF-LEVEL-ALARM-HIGH            -- ...
088100     MOVE SML-FLOW-ALARM-LOW TO DRF-FLOW-ALARM-LOW                -- ...
088200     MOVE SML-FLOW-ALARM-HIGH TO DRF-FLOW-ALARM-HIGH              -- ...
088300     MOVE DOSS-REPORT-STATION-FIELDS-LINE TO DSR-LINE(2)          -- ...
088400     MOVE 2 TO DSR-LINE-COUNT                                     -- ...
088500     RELEASE DOSS-SORT-RECORD.                                    -- ...
088600 printDossier.                                                    -- Subroutine to print the sorted entries
088700     OPEN INPUT DOSS-SORTED-FILE                                  -- The entries in print order
088800     IF WS-SORTED-STATUS NOT = "00"                               -- The sort left nothing to read
088900         DISPLAY "DOSSSRT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
089000             WS-SORTED-STATUS                                     -- ...
089100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
089200         STOP RUN                                                 -- ...
089300     END-IF                                                       -- End of open-check
089400     MOVE 0 TO WS-CUR-SECTION                                     -- No section open yet
089500     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- ...
089600     PERFORM printSortedEntry UNTIL WS-SCAN-EOF                   -- One pass per entry
089700     MOVE 7 TO WS-NEXT-SECTION                                    -- Close the last section and
089800     PERFORM advanceSection                                       -- ...head any left empty
089900     CLOSE DOSS-SORTED-FILE.                                      -- Done with the sorted entries
090000 printSortedEntry.                                                -- Subroutine to print one sorted entry
090100     READ DOSS-SORTED-FILE                                        -- Read the next entry
090200         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
090300         NOT AT END                                               -- An entry was read
090400             IF DSS-SECTION NOT = WS-CUR-SECTION                  -- The first of a new section
090500                 MOVE DSS-SECTION TO WS-NEXT-SECTION              -- ...
090600                 PERFORM advanceSection                           -- ...
090700             END-IF                                               -- End of section check
090800             IF WS-IN-FIGURES                                     -- Figures are printed day by day
090900                 PERFORM printFigureEntry                         -- ...
091000             ELSE                                                 -- Everything else as it comes
091100                 PERFORM printListEntry                           -- ...
091200             END-IF                                               -- End of figures check
091300     END-READ.                                                    -- End of read
091400 advanceSection.                                                  -- Subroutine to move on to WS-NEXT-SECTION
091500     IF WS-CUR-SECTION > 0                                        -- Close the section just printed
091600         PERFORM closeSection                                     -- ...
091700     END-IF                                                       -- End of open check
091800     ADD 1 TO WS-CUR-SECTION                                      -- Every section is headed, even
091900     PERFORM UNTIL WS-CUR-SECTION >= WS-NEXT-SECTION              -- ...one with nothing on file
092000         PERFORM openSection                                      -- ...
092100         PERFORM closeSection                                     -- ...
092200         ADD 1 TO WS-CUR-SECTION                                  -- ...
092300     END-PERFORM                                                  -- End of empty-section loop
092400     IF WS-CUR-SECTION < 7                                        -- ...then open the one the entry
092500         PERFORM openSection                                      -- ...belongs to
092600     END-IF.                                                      -- End of last check
092700 openSection.                                                     -- Subroutine to head one section
092800     MOVE 0 TO WS-SECTION-LINES                                   -- Nothing printed in it yet
092900     MOVE SPACES TO WS-DAY-DATE-KEY                               -- ...and no day begun
093000     MOVE SPACES TO DOSS-REPORT-SECTION-LINE                      -- Clear the section line
093100     IF WS-IN-FIGURES                                             -- Name the section
093200         MOVE "DAILY FIGURES (STATSHIST, STATSARCH)"              -- ...
093300             TO DRS-SECTION-TEXT                                  -- ...
093400     END-IF                                                       -- End of figures check
093500     IF WS-IN-READINGS                                            -- ...
093600         MOVE "INDIVIDUAL READINGS (STATSDTL)"                    -- ...
093700             TO DRS-SECTION-TEXT                                  -- ...
093800     END-IF                                                       -- End of readings check
093900     IF WS-IN-REJECTS                                             -- ...
094000         MOVE "REJECTED READINGS (STATSRJH)" TO DRS-SECTION-TEXT  -- ...
094100     END-IF                                                       -- End of rejects check
094200     IF WS-IN-ALERTS                                              -- ...
094300         MOVE "DRIFT ALERTS (STATSALRG)" TO DRS-SECTION-TEXT      -- ...
094400     END-IF                                                       -- End of alerts check
094500     IF WS-IN-HISTORY-CHANGES                                     -- ...
094600         MOVE "HISTORY CHANGES (HISTMLOG)" TO DRS-SECTION-TEXT    -- ...
094700     END-IF                                                       -- End of history changes check
094800     IF WS-IN-STATION-CHANGES                                     -- ...
094900         MOVE "STATION CHANGES (STAMLOG)" TO DRS-SECTION-TEXT     -- ...
095000     END-IF                                                       -- End of station changes check
095100     WRITE DOSS-REPORT-SECTION-LINE                               -- Write the section line
095200     IF WS-IN-FIGURES OR WS-IN-HISTORY-CHANGES                    -- Head the columns
095300         PERFORM writeFigureHeading                               -- ...
095400     END-IF                                                       -- End of figures check
095500     IF WS-IN-READINGS                                            -- ...
095600         MOVE SPACES TO DOSS-REPORT-READING-HEADING               -- ...
095700         MOVE "RUN DATE" TO DRRH-RUN-DATE                         -- ...
095800         MOVE "BATCH ID" TO DRRH-BATCH-ID                         -- ...
095900         MOVE "T" TO DRRH-TYPE                                    -- ...
096000         MOVE "SEQ" TO DRRH-SEQUENCE                              -- ...
096100         MOVE " VALUE" TO DRRH-VALUE                              -- ...
096200         MOVE " RAW VALUE" TO DRRH-RAW-VALUE                      -- ...
096300         WRITE DOSS-REPORT-READING-HEADING                        -- Write the column heading
096400     END-IF                                                       -- End of readings check
096500     IF WS-IN-REJECTS                                             -- ...
096600         MOVE SPACES TO DOSS-REPORT-REJECT-HEADING                -- ...
096700         MOVE "RUN DATE" TO DRJH-RUN-DATE                         -- ...
096800         MOVE "BATCH ID" TO DRJH-BATCH-ID                         -- ...
096900         MOVE "REC" TO DRJH-RECORD-NUMBER                         -- ...
097000         MOVE "T" TO DRJH-TYPE                                    -- ...
097100         MOVE "SEQ" TO DRJH-SEQUENCE                              -- ...
097200         MOVE "RAW" TO DRJH-RAW-VALUE                             -- ...
097300         MOVE "CODE" TO DRJH-REASON-CODE                          -- ...
097400         MOVE "REASON" TO DRJH-REASON-TEXT                        -- ...
097500         WRITE DOSS-REPORT-REJECT-HEADING                         -- Write the column heading
097600     END-IF                                                       -- End of rejects check
097700     IF WS-IN-ALERTS                                              -- ...
097800         MOVE SPACES TO DOSS-REPORT-ALERT-HEADING                 -- ...
097900         MOVE "ALERT" TO DRAH-ALERT-TYPE                          -- ...
098000         MOVE "T" TO DRAH-TYPE                                    -- ...
098100         MOVE "STN" TO DRAH-STATION-ID                            -- ...
098200         MOVE "SEQ" TO DRAH-ALERT-SEQ                             -- ...
098300         MOVE "STATUS" TO DRAH-STATUS                             -- ...
098400         MOVE "OPENED" TO DRAH-OPENED-DATE                        -- ...
098500         MOVE "LAST" TO DRAH-LAST-DATE                            -- ...
098600         MOVE "BRCH" TO DRAH-BREACH-COUNT                         -- ...
098700         MOVE "E" TO DRAH-ESCALATION                              -- ...
098800         MOVE "DISPOSITION" TO DRAH-DISPOSITION                   -- ...
098900         WRITE DOSS-REPORT-ALERT-HEADING                          -- Write the column heading
099000     END-IF                                                       -- End of alerts check
099100     IF WS-IN-HISTORY-CHANGES                                     -- ...above the change line
099200         MOVE SPACES TO DOSS-REPORT-CHANGE-LINE                   -- ...each pair opens with
099300         MOVE "TIMESTAMP" TO DRC-TIMESTAMP                        -- ...
099400         MOVE "ACTION" TO DRC-ACTION                              -- ...
099500         MOVE "NOTE" TO DRC-NOTE                                  -- ...
099600         MOVE "OPERATOR" TO DRC-OPERATOR                          -- ...
099700         MOVE "RUN DATE" TO DRC-RUN-DATE                          -- ...
099800         MOVE "BATCH ID" TO DRC-BATCH-ID                          -- ...
099900         MOVE "T" TO DRC-TYPE                                     -- ...
100000         WRITE DOSS-REPORT-CHANGE-LINE                            -- Write the column heading
100100     END-IF                                                       -- End of history changes check
100200     IF WS-IN-STATION-CHANGES                                     -- ...
100300         MOVE SPACES TO DOSS-REPORT-STATION-CHANGE-LINE           -- ...
100400         MOVE "TIMESTAMP" TO DRM-TIMESTAMP                        -- ...
100500         MOVE "ACTION" TO DRM-ACTION                              -- ...
100600         MOVE "NOTE" TO DRM-NOTE                                  -- ...
100700         MOVE "OPERATOR" TO DRM-OPERATOR                          -- ...
100800         MOVE "A" TO DRM-ACTIVE-FLAG                              -- ...
100900         MOVE "COMMISSION" TO DRM-DATE-COMMISSIONED               -- ...
101000         WRITE DOSS-REPORT-STATION-CHANGE-LINE                    -- Write the column heading
101100         MOVE SPACES TO DOSS-REPORT-STATION-FIELDS-HEADING        -- ...
101200         MOVE "NAME" TO DRFH-NAME                                 -- ...
101300         MOVE "LOCATION" TO DRFH-LOCATION                         -- ...
101400         MOVE "LVL LO" TO DRFH-LEVEL-ALARM-LOW                    -- ...
101500         MOVE "LVL HI" TO DRFH-LEVEL-ALARM-HIGH                   -- ...
101600         MOVE "FLW LO" TO DRFH-FLOW-ALARM-LOW                     -- ...
101700         MOVE "FLW HI" TO DRFH-FLOW-ALARM-HIGH                    -- ...
101800         WRITE DOSS-REPORT-STATION-FIELDS-HEADING                 -- Write the column heading
101900     END-IF.                                                      -- End of station changes check
102000 writeFigureHeading.                                              -- Subroutine to head the figure columns
102100     MOVE SPACES TO DOSS-REPORT-FIGURE-HEADING                    -- Clear the heading line
102200     IF WS-IN-FIGURES                                             -- The change log's figure lines
102300         MOVE "RUN DATE" TO DRYH-RUN-DATE                         -- ...sit under the change line,
102400         MOVE "T" TO DRYH-TYPE                                    -- ...so only the daily figures
102500         MOVE "BATCH ID" TO DRYH-BATCH-ID                         -- ...name their key columns
102600         MOVE "SRC" TO DRYH-SOURCE                                -- ...
102700     END-IF                                                       -- End of figures check
102800     MOVE "COUNT" TO DRYH-RECORD-COUNT                            -- ...
102900     MOVE "   MIN" TO DRYH-SMALLEST                               -- ...
103000     MOVE "   MAX" TO DRYH-LARGEST                                -- ...
103100     MOVE "  MODE" TO DRYH-MODE                                   -- ...
103200     MOVE "  MEAN" TO DRYH-MEAN                                   -- ...
103300     MOVE "MEDIAN" TO DRYH-MEDIAN                                 -- ...
103400     MOVE " STD DEV" TO DRYH-STDDEV                               -- ...
103500     WRITE DOSS-REPORT-FIGURE-HEADING.                            -- Write the column heading
103600 closeSection.                                                    -- Subroutine to close one section
103700     IF WS-IN-FIGURES                                             -- The last day still to settle
103800         PERFORM finishDay                                        -- ...
103900     END-IF                                                       -- End of figures check
104000     IF WS-SECTION-LINES = 0                                      -- Say so when nothing was listed
104100         MOVE SPACES TO DOSS-REPORT-NOTE-LINE                     -- ...
104200         IF WS-IN-READINGS                                        -- ...
104300             AND NOT WS-DETAIL-ALL                                -- ...
104400             AND NOT WS-DETAIL-NAMED                              -- ...
104500             MOVE "NO DATE ASKED FOR IN DETAIL" TO DRN-TEXT       -- ...
104600         ELSE                                                     -- ...
104700             MOVE "NOTHING ON FILE" TO DRN-TEXT                   -- ...
104800         END-IF                                                   -- End of asked check
104900         WRITE DOSS-REPORT-NOTE-LINE                              -- Write the note line
105000     END-IF.                                                      -- End of empty check
105100 printFigureEntry.                                                -- Subroutine to print one figures entry
105200     IF DSS-DATE-KEY NOT = WS-DAY-DATE-KEY                        -- The first entry of a new day -
105300         PERFORM finishDay                                        -- ...settle the day before it
105400         MOVE DSS-DATE-KEY TO WS-DAY-DATE-KEY                     -- ...
105500         MOVE DSS-RUN-DATE TO WS-DAY-RUN-DATE                     -- ...
105600         MOVE "N" TO WS-DAY-EXPECTED-SWITCH                       -- ...
105700         MOVE "N" TO WS-DAY-REPORTED-SWITCH                       -- ...
105800         MOVE SPACES TO WS-LAST-ORDER-KEY                         -- ...
105900     END-IF                                                       -- End of new-day check
106000     IF DSS-SOURCE = "0"                                          -- The day was expected
106100         SET WS-DAY-EXPECTED TO TRUE                              -- ...
106200     ELSE                                                         -- ...
106300     IF DSS-ORDER-KEY = WS-LAST-ORDER-KEY                         -- An archived copy of a line
106400         CONTINUE                                                 -- ...already printed from the live
106500     ELSE                                                         -- ...master - restored, not gone
106600         MOVE DSS-ORDER-KEY TO WS-LAST-ORDER-KEY                  -- ...
106700         SET WS-DAY-REPORTED TO TRUE                              -- ...
106800         ADD DSS-RECORD-COUNT TO WS-ACCEPTED-TOTAL                -- ...
106900         PERFORM writeSortedLines                                 -- ...
107000     END-IF                                                       -- End of copy check
107100     END-IF.                                                      -- End of marker check
107200 finishDay.                                                       -- Subroutine to settle one day
107300     IF WS-DAY-DATE-KEY NOT = SPACES                              -- A day was begun
107400         IF WS-DAY-EXPECTED                                       -- ...
107500             ADD 1 TO WS-DAYS-EXPECTED                            -- ...
107600         END-IF                                                   -- End of expected check
107700         IF WS-DAY-REPORTED                                       -- ...
107800             ADD 1 TO WS-DAYS-REPORTED                            -- ...
107900         ELSE                                                     -- ...
108000         IF WS-DAY-EXPECTED                                       -- Expected, but the station has
108100             ADD 1 TO WS-DAYS-MISSING                             -- ...no figures for it
108200             MOVE SPACES TO DOSS-REPORT-NOTE-LINE                 -- ...
108300             MOVE WS-DAY-RUN-DATE TO DRN-RUN-DATE                 -- ...
108400             MOVE "EXPECTED - NO FIGURES ON FILE" TO DRN-TEXT     -- ...
108500             WRITE DOSS-REPORT-NOTE-LINE                          -- Write the note line
108600             ADD 1 TO WS-SECTION-LINES                            -- ...
108700         END-IF                                                   -- End of missing check
108800         END-IF                                                   -- End of reported check
108900     END-IF                                                       -- End of day check
109000     MOVE SPACES TO WS-DAY-DATE-KEY.                              -- Settled
109100 printListEntry.                                                  -- Subroutine to print one listed entry
109200     IF WS-IN-REJECTS                                             -- Count the rejects as they go
109300         IF DSS-KIND = "O"                                        -- ...
109400             ADD 1 TO WS-OUT-OF-SEQ-TOTAL                         -- ...
109500         ELSE                                                     -- ...
109600             ADD 1 TO WS-REJECT-TOTAL                             -- ...
109700         END-IF                                                   -- End of kept check
109800     END-IF                                                       -- End of rejects check
109900     PERFORM writeSortedLines.                                    -- ...
110000 writeSortedLines.                                                -- Subroutine to write an entry's print lines
110100     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1                      -- ...as formatted on the way
110200         UNTIL WS-LINE-IDX > DSS-LINE-COUNT                       -- ...into the sort
110300         MOVE DSS-LINE(WS-LINE-IDX) TO DRP-TEXT                   -- ...
110400         WRITE DOSS-REPORT-PRINT-LINE                             -- ...
110500     END-PERFORM                                                  -- End of line loop
110600     ADD 1 TO WS-SECTION-LINES                                    -- ...
110700     ADD 1 TO WS-ENTRY-COUNT.                                     -- ...
110800 writeSummary.                                                    -- Subroutine to print the closing summary
110900     MOVE SPACES TO DOSS-REPORT-SECTION-LINE                      -- Open the section
111000     MOVE "SUMMARY" TO DRS-SECTION-TEXT                           -- ...
111100     WRITE DOSS-REPORT-SECTION-LINE                               -- Write the section line
111200     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
111300     MOVE "DAYS REPORTED" TO DRD-LABEL                            -- Days the station has figures
111400     MOVE WS-DAYS-REPORTED TO WS-RPT-COUNT                        -- ...
111500     MOVE WS-RPT-COUNT TO DRD-VALUE                               -- ...
111600     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
111700     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
111800     MOVE "DAYS EXPECTED" TO DRD-LABEL                            -- Days it was measured against
111900     MOVE WS-DAYS-EXPECTED TO WS-RPT-COUNT                        -- ...
112000     MOVE WS-RPT-COUNT TO DRD-VALUE                               -- ...
112100     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
112200     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
112300     MOVE "EXPECTED DAYS FROM" TO DRD-LABEL                       -- ...and where they came from
112400     IF WS-CALENDAR-LOADED                                        -- ...
112500         MOVE "STATSCAL" TO DRD-VALUE                             -- ...
112600     ELSE                                                         -- ...
112700         MOVE "BATCHES RUN" TO DRD-VALUE                          -- ...
112800     END-IF                                                       -- End of calendar check
112900     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
113000     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
113100     MOVE "DAYS MISSING" TO DRD-LABEL                             -- Expected days with no figures
113200     MOVE WS-DAYS-MISSING TO WS-RPT-COUNT                         -- ...
113300     MOVE WS-RPT-COUNT TO DRD-VALUE                               -- ...
113400     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
113500     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
113600     MOVE "READINGS ACCEPTED" TO DRD-LABEL                        -- Range totals
113700     MOVE WS-ACCEPTED-TOTAL TO WS-RPT-COUNT                       -- ...
113800     MOVE WS-RPT-COUNT TO DRD-VALUE                               -- ...
113900     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
114000     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
114100     MOVE "READINGS REJECTED" TO DRD-LABEL                        -- ...
114200     MOVE WS-REJECT-TOTAL TO WS-RPT-COUNT                         -- ...
114300     MOVE WS-RPT-COUNT TO DRD-VALUE                               -- ...
114400     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
114500     MOVE SPACES TO DOSS-REPORT-DETAIL-LINE                       -- Clear the detail line
114600     MOVE "ACCEPTED OUT OF SEQUENCE" TO DRD-LABEL                 -- ...kept, so counted apart
114700     MOVE WS-OUT-OF-SEQ-TOTAL TO WS-RPT-COUNT                     -- ...
114800     MOVE WS-RPT-COUNT TO DRD-VALUE                               -- ...
114900     WRITE DOSS-REPORT-DETAIL-LINE                                -- Write the detail line
115000     IF WS-DAYS-MISSING > 0                                       -- A station gone quiet on an
115100         MOVE 4 TO WS-NEW-RC                                      -- ...expected day is worth a look
115200         PERFORM raiseReturnCode                                  -- ...
115300     END-IF.                                                      -- End of missing check
115400 raiseReturnCode.                                                 -- Subroutine to grade up RETURN-CODE
115500     IF WS-NEW-RC > RETURN-CODE                                   -- Only ever raise the severity
115600         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...
115700     END-IF.                                                      -- End of severity check
115800 closeFiles.                                                      -- Subroutine to close the run's files
115900     CLOSE STATS-STATION-FILE                                     -- Done with the station master
116000     CLOSE STATS-HISTORY-FILE                                     -- Done with the history master
116100     CLOSE STATS-DETAIL-FILE                                      -- Done with the readings master
116200     CLOSE DOSS-REPORT-FILE.                                      -- Done with the report
116300 END PROGRAM statistics_dossier.                                  -- End of program
