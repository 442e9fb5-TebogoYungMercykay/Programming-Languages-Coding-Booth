000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_scorecard.                                -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT SCORE-CONTROL-FILE ASSIGN TO "SCORECTL"               -- Operator's month card
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One card
000800         FILE STATUS IS WS-CONTROL-STATUS.                        -- I-O status for readControlCard
000900     SELECT STATS-STATION-FILE ASSIGN TO "STATSSTA"               -- Station reference master
001000         ORGANIZATION IS INDEXED                                  -- Keyed by station id
001100         ACCESS MODE IS DYNAMIC                                   -- Read end to end in key order
001200         RECORD KEY IS STA-STATION-ID                             -- Station id
001300         FILE STATUS IS WS-STATION-STATUS.                        -- I-O status for loadStations
001400     SELECT STATS-CALENDAR-FILE ASSIGN TO "STATSCAL"              -- Processing calendar, optional
001500         ORGANIZATION IS LINE SEQUENTIAL                          -- One date per line
001600         FILE STATUS IS WS-CALENDAR-STATUS.                       -- I-O status for loadCalendar
001700     SELECT STATS-HISTORY-FILE ASSIGN TO "STATSHIST"              -- The live history master
001800         ORGANIZATION IS INDEXED                                  -- Keyed, from statistics_rollup
001900         ACCESS MODE IS DYNAMIC                                   -- Positioned, then read in key order
002000         RECORD KEY IS HST-HIST-KEY                               -- Date + batch + station + type
002100         FILE STATUS IS WS-HISTORY-STATUS.                        -- I-O status for gatherAccepted
002200     SELECT STATS-REJHIST-FILE ASSIGN TO "STATSRJH"               -- Cumulative reject history master
002300         ORGANIZATION IS INDEXED                                  -- Keyed, from statistics_program
002400         ACCESS MODE IS DYNAMIC                                   -- Positioned, then read in key order
002500         RECORD KEY IS RJH-RJH-KEY                                -- Date + batch + record number
002600         FILE STATUS IS WS-REJHIST-STATUS.                        -- I-O status for gatherRejects
002700     SELECT SCORE-REPORT-FILE ASSIGN TO "SCORERPT"                -- Monthly station scorecard
002800         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
002900         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
003000 DATA DIVISION.                                                   -- Start of data declaration
003100 FILE SECTION.                                                    -- File record descriptions
003200 FD  SCORE-CONTROL-FILE                                           -- Operator's month card
003300     RECORDING MODE IS F.                                         -- Fixed length records
003400 COPY "stats_scorecard_record.cpy".                               -- SCORE-CONTROL-RECORD layout
003500 FD  STATS-STATION-FILE.                                          -- Station reference master
003600 COPY "stats_station_record.cpy".                                 -- STATS-STATION-RECORD layout
003700 FD  STATS-CALENDAR-FILE                                          -- Processing calendar, optional
003800     RECORDING MODE IS F.                                         -- Fixed length records
003900 COPY "stats_calendar_record.cpy".                                -- STATS-CALENDAR-RECORD layout
004000 FD  STATS-HISTORY-FILE.                                          -- The live history master
004100 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
004200 FD  STATS-REJHIST-FILE.                                          -- Cumulative reject history master
004300 COPY "stats_reject_history_record.cpy".                          -- STATS-REJHIST-RECORD layout
004400 FD  SCORE-REPORT-FILE                                            -- Monthly station scorecard
004500     RECORDING MODE IS F.                                         -- Fixed length print lines
004600 COPY "stats_scorecard_report_record.cpy".                        -- SCORE-REPORT-*-LINE layouts
004700 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
004800     01  WS-CONTROL-STATUS PIC XX.                                -- File status for SCORE-CONTROL-FILE
004900     01  WS-STATION-STATUS PIC XX.                                -- File status for STATS-STATION-FILE
005000     01  WS-CALENDAR-STATUS PIC XX.                               -- File status for STATS-CALENDAR-FILE
005100     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
005200     01  WS-REJHIST-STATUS PIC XX.                                -- File status for STATS-REJHIST-FILE
005300     01  WS-REPORT-STATUS PIC XX.                                 -- File status for SCORE-REPORT-FILE
005400     01  WS-SCAN-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for every scan
005500         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of the file scanned
005600     01  WS-CALENDAR-SWITCH PIC X VALUE "N".                      -- Set when the calendar names
005700         88  WS-CALENDAR-LOADED VALUE "Y".                        -- ...work dates in the month
005800     01  WS-SWAP-SWITCH  PIC X.                                   -- Set when two stations are out of
005900         88  WS-MUST-SWAP VALUE "Y".                              -- ...rank order
006000     01  WS-THIS-CLASS   PIC X.                                   -- "R" for a retired station, else
006100     01  WS-NEXT-CLASS   PIC X.                                   -- ..."A" - for the rank order
006200     01  WS-PERIOD-TEXT  PIC X(7).                                -- MM/YYYY, for the report
006300     01  WS-MAX-EXPECTED PIC 9(2) VALUE 31.                       -- Upper bound of days in a month
006400     01  WS-EXP-COUNT    PIC 9(2) VALUE 0.                        -- Days the suite was expected to run
006500     01  WS-EXP-IDX      PIC 9(2).                                -- Loop counter over the expected days
006600     01  WS-EXP-TABLE.                                            -- Every expected run date in the month
006700         05  WS-EXP-DATE OCCURS 31 TIMES PIC X(10).               -- One entry per date
006800     01  WS-MAX-SCR-STATIONS PIC 9(3) VALUE 200.                  -- Upper bound loadStations will fill
006900     01  WS-SCR-COUNT    PIC 9(3) VALUE 0.                        -- Stations on the scorecard
007000     01  WS-SCR-IDX      PIC 9(3).                                -- Loop counter over the stations
007100     01  WS-SCR-NEXT     PIC 9(3).                                -- The station after it, for the sort
007200     01  WS-SCR-PASS     PIC 9(3).                                -- Sort pass counter
007300     01  WS-SCR-DROPPED  PIC 9(5) VALUE 0.                        -- Stations past the table
007400     01  WS-SCR-TABLE.                                            -- One entry per station on STATSSTA
007500         05  WS-SCR-ENTRY OCCURS 200 TIMES.                       -- ...
007600             10  WS-SCR-STATION PIC X(4).                         -- Station id
007700             10  WS-SCR-ACTIVE PIC X.                             -- "A" active, "R" retired
007800             10  WS-SCR-LAST-DATE PIC X(10).                      -- Last run date it was seen on
007900             10  WS-SCR-DAYS PIC 9(3).                            -- Expected days it reported
008000             10  WS-SCR-ACCEPTED PIC 9(7).                        -- Readings accepted
008100             10  WS-SCR-REJECTED PIC 9(5).                        -- Readings rejected
008200             10  WS-SCR-DUPLICATES PIC 9(5).                      -- ...of which duplicates
008300             10  WS-SCR-OUT-OF-SEQ PIC 9(5).                      -- Readings kept out of sequence
008400             10  WS-SCR-COMPLETE PIC 9(3)V9.                      -- Completeness percentage
008500             10  WS-SCR-REASON-COUNT OCCURS 12 TIMES PIC 9(5).    -- Rejects by reason
008600     01  WS-SCR-SWAP     PIC X(104).                              -- One entry, while the sort swaps
008700     01  WS-RSN-COUNT    PIC 9(2) VALUE 12.                       -- Reject reasons known
008800     01  WS-RSN-IDX      PIC 9(2).                                -- Loop counter over the reasons
008900     01  WS-RSN-TABLE.                                            -- Reject reason codes and their text,
009000*                                                                 -- ...in the order STATSRJH documents them
009100         05  WS-RSN-ENTRY OCCURS 12 TIMES.                        -- ...
009200             10  WS-RSN-CODE PIC X(4).                            -- The code on STATSRJH
009300             10  WS-RSN-TEXT PIC X(30).                           -- What it means
009400     01  WS-RECEIVED     PIC 9(7).                                -- Readings a station sent
009500     01  WS-UNLISTED-REJECTS PIC 9(7) VALUE 0.                    -- Rejects from ids not on STATSSTA
009600     01  WS-REJECT-TOTAL PIC 9(7) VALUE 0.                        -- Rejects scored this month
009700     01  WS-ACCEPTED-TOTAL PIC 9(9) VALUE 0.                      -- Readings accepted this month
009800     01  WS-RANK         PIC 9(4).                                -- Rank of the station being written
009900     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
010000     01  WS-RPT-COUNT    PIC ZZZZZZZZ9.                           -- Scratch edited count for the report
010100 PROCEDURE DIVISION.                                              -- Start of program logic
010200     PERFORM readControlCard                                      -- Learn which month to score
010300     PERFORM loadReasonCodes                                      -- Name every reject reason
010400     PERFORM openFiles                                            -- Open the masters and report
010500     PERFORM loadStations                                         -- One scorecard line per station
010600     PERFORM loadCalendar                                         -- The days the suite should have run
010700     PERFORM gatherAccepted                                       -- Days reported and readings kept
010800     PERFORM gatherRejects                                        -- Readings rejected, by reason
010900     PERFORM gradeStations                                        -- Completeness for every station
011000     PERFORM rankStations                                         -- Worst first
011100     PERFORM writeScorecard                                       -- Print the scorecard
011200     PERFORM closeFiles                                           -- Close everything on the way out
011300     MOVE WS-SCR-COUNT TO WS-RPT-COUNT                            -- Edit the station total for display
011400     DISPLAY "Stations scored: " WS-RPT-COUNT                     -- One console line for the run
011500     STOP RUN.                                                    -- End the program
011600 readControlCard.                                                 -- Subroutine to read the month card
011700     OPEN INPUT SCORE-CONTROL-FILE                                -- Open the operator's control card
011800     IF WS-CONTROL-STATUS NOT = "00"                              -- No card, no month to score
011900         DISPLAY "SCORECTL OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
012000             WS-CONTROL-STATUS                                    -- ...
012100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
012200         STOP RUN                                                 -- ...rather than guess at a month
012300     END-IF                                                       -- End of open-check
012400     READ SCORE-CONTROL-FILE                                      -- Read the one control card
012500         AT END                                                   -- An empty card file names nothing
012600             DISPLAY "SCORECTL IS EMPTY"                          -- Fail fast and diagnosably
012700             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
012800             STOP RUN                                             -- ...
012900     END-READ                                                     -- End of read
013000     CLOSE SCORE-CONTROL-FILE                                     -- Done with the card
013100     IF SCR-YEAR IS NOT NUMERIC                                   -- A year that isn't one
013200         DISPLAY "SCORECTL BAD YEAR: " SCR-YEAR                   -- Fail fast and diagnosably
013300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
013400         STOP RUN                                                 -- ...
013500     END-IF                                                       -- End of year check
013600     IF SCR-MONTH IS NOT NUMERIC                                  -- A month that isn't one
013700         OR SCR-MONTH < "01" OR SCR-MONTH > "12"                  -- ...or isn't a calendar month
013800         DISPLAY "SCORECTL BAD MONTH: " SCR-MONTH                 -- Fail fast and diagnosably
013900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
014000         STOP RUN                                                 -- ...
014100     END-IF                                                       -- End of month check
014200     MOVE SPACES TO WS-PERIOD-TEXT                                -- Name the month for the report
014300     STRING SCR-MONTH "/" SCR-YEAR                                -- MM/YYYY
014400         DELIMITED BY SIZE INTO WS-PERIOD-TEXT                    -- ...
014500     END-STRING.                                                  -- End of string
014600 loadReasonCodes.                                                 -- Subroutine to name the reject reasons
014700     MOVE "MSID" TO WS-RSN-CODE(1)                                -- The codes statistics_program
014800     MOVE "MISSING STATION ID" TO WS-RSN-TEXT(1)                  -- ...writes to STATSRJH, with
014900     MOVE "UNKS" TO WS-RSN-CODE(2)                                -- ...the reason text STATSREJ
015000     MOVE "UNKNOWN STATION ID" TO WS-RSN-TEXT(2)                  -- ...carries for each
015100     MOVE "DCOM" TO WS-RSN-CODE(3)                                -- ...
015200     MOVE "STATION DECOMMISSIONED" TO WS-RSN-TEXT(3)              -- ...
015300     MOVE "BTYP" TO WS-RSN-CODE(4)                                -- ...
015400     MOVE "BAD READING TYPE" TO WS-RSN-TEXT(4)                    -- ...
015500     MOVE "BSEQ" TO WS-RSN-CODE(5)                                -- ...
015600     MOVE "BAD SEQUENCE NUMBER" TO WS-RSN-TEXT(5)                 -- ...
015700     MOVE "BLNK" TO WS-RSN-CODE(6)                                -- ...
015800     MOVE "BLANK READING VALUE" TO WS-RSN-TEXT(6)                 -- ...
015900     MOVE "NNUM" TO WS-RSN-CODE(7)                                -- ...
016000     MOVE "NON-NUMERIC READING VALUE" TO WS-RSN-TEXT(7)           -- ...
016100     MOVE "RNGE" TO WS-RSN-CODE(8)                                -- ...
016200     MOVE "READING OUT OF RANGE" TO WS-RSN-TEXT(8)                -- ...
016300     MOVE "DUPL" TO WS-RSN-CODE(9)                                -- ...
016400     MOVE "DUPLICATE READING" TO WS-RSN-TEXT(9)                   -- ...
016500     MOVE "DCAP" TO WS-RSN-CODE(10)                               -- ...
016600     MOVE "DAILY READING CAP EXCEEDED" TO WS-RSN-TEXT(10)         -- ...
016700     MOVE "SLIM" TO WS-RSN-CODE(11)                               -- ...
016800     MOVE "STATION LIMIT EXCEEDED" TO WS-RSN-TEXT(11)             -- ...
016900     MOVE "UREC" TO WS-RSN-CODE(12)                               -- ...
017000     MOVE "UNRECOGNIZED RECORD TYPE" TO WS-RSN-TEXT(12).          -- ...
017100 openFiles.                                                       -- Subroutine to open the run's files
017200     OPEN INPUT STATS-STATION-FILE                                -- The stations to score
017300     IF WS-STATION-STATUS NOT = "00"                              -- No master, no scorecard
017400         DISPLAY "STATSSTA OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
017500             WS-STATION-STATUS                                    -- ...
017600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
017700         STOP RUN                                                 -- ...
017800     END-IF                                                       -- End of open-check
017900     OPEN INPUT STATS-HISTORY-FILE                                -- The readings each station kept
018000     IF WS-HISTORY-STATUS NOT = "00"                              -- No master to score from
018100         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
018200             WS-HISTORY-STATUS                                    -- ...
018300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
018400         STOP RUN                                                 -- ...
018500     END-IF                                                       -- End of open-check
018600     OPEN INPUT STATS-REJHIST-FILE                                -- The readings each station lost
018700     IF WS-REJHIST-STATUS NOT = "00"                              -- No history - nothing has been
018800         DISPLAY "STATSRJH OPEN FAILED, STATUS="                  -- ...rejected since it began, or
018900             WS-REJHIST-STATUS                                    -- ...it is missing; either way a
019000         MOVE 12 TO RETURN-CODE                                   -- ...scorecard without it would
019100         STOP RUN                                                 -- ...flatter every station
019200     END-IF                                                       -- End of open-check
019300     OPEN OUTPUT SCORE-REPORT-FILE                                -- Open the print file for this run
019400     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
019500         DISPLAY "SCORERPT OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
019600             WS-REPORT-STATUS                                     -- ...
019700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
019800         STOP RUN                                                 -- ...
019900     END-IF.                                                      -- End of open-check
020000 loadStations.                                                    -- Subroutine to load every station on file
020100     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the master in station order
020200     MOVE LOW-VALUES TO STA-STATION-ID                            -- ...
020300     START STATS-STATION-FILE                                     -- ...
020400         KEY IS NOT LESS THAN STA-STATION-ID                      -- ...
020500         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master scores nothing
020600     END-START                                                    -- End of start
020700     PERFORM loadStation UNTIL WS-SCAN-EOF.                       -- One pass per station
020800 loadStation.                                                     -- Subroutine to load one station
020900     READ STATS-STATION-FILE NEXT RECORD                          -- Read the next station
021000         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
021100         NOT AT END                                               -- A station was read
021200             IF WS-SCR-COUNT >= WS-MAX-SCR-STATIONS               -- No room - leave it off and
021300                 ADD 1 TO WS-SCR-DROPPED                          -- ...say so loudly
021400                 MOVE 8 TO WS-NEW-RC                              -- Scheduler severity: hold and look
021500                 PERFORM raiseReturnCode                          -- ...
021600             ELSE                                                 -- Room for it
021700                 ADD 1 TO WS-SCR-COUNT                            -- Grow the table by one slot
021800                 MOVE STA-STATION-ID                              -- ...
021900                     TO WS-SCR-STATION(WS-SCR-COUNT)              -- ...
022000                 MOVE STA-ACTIVE-FLAG                             -- ...
022100                     TO WS-SCR-ACTIVE(WS-SCR-COUNT)               -- ...
022200                 MOVE SPACES TO WS-SCR-LAST-DATE(WS-SCR-COUNT)    -- Nothing gathered yet
022300                 MOVE 0 TO WS-SCR-DAYS(WS-SCR-COUNT)              -- ...
022400                 MOVE 0 TO WS-SCR-ACCEPTED(WS-SCR-COUNT)          -- ...
022500                 MOVE 0 TO WS-SCR-REJECTED(WS-SCR-COUNT)          -- ...
022600                 MOVE 0 TO WS-SCR-DUPLICATES(WS-SCR-COUNT)        -- ...
022700                 MOVE 0 TO WS-SCR-OUT-OF-SEQ(WS-SCR-COUNT)        -- ...
022800                 MOVE 0 TO WS-SCR-COMPLETE(WS-SCR-COUNT)          -- ...
022900                 PERFORM VARYING WS-RSN-IDX FROM 1 BY 1           -- ...
023000                     UNTIL WS-RSN-IDX > WS-RSN-COUNT              -- ...
023100                     MOVE 0 TO WS-SCR-REASON-COUNT                -- ...
023200                         (WS-SCR-COUNT, WS-RSN-IDX)               -- ...
023300                 END-PERFORM                                      -- End of reason loop
023400             END-IF                                               -- End of room check
023500     END-READ.                                                    -- End of read
023600 loadCalendar.                                                    -- Subroutine to load the month's work dates
023700     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The calendar is optional - without
023800     OPEN INPUT STATS-CALENDAR-FILE                               -- ...it every date a batch ran on
023900     IF WS-CALENDAR-STATUS NOT = "00"                             -- ...counts as expected
024000         CONTINUE                                                 -- ...
024100     ELSE                                                         -- There is a calendar to read
024200         PERFORM loadCalendarLine UNTIL WS-SCAN-EOF               -- One pass per calendar line
024300         CLOSE STATS-CALENDAR-FILE                                -- Done with the calendar
024400     END-IF                                                       -- End of calendar-exists check
024500     IF WS-EXP-COUNT > 0                                          -- Only a calendar that covers the
024600         SET WS-CALENDAR-LOADED TO TRUE                           -- ...month is used for it
024700     END-IF.                                                      -- End of coverage check
024800 loadCalendarLine.                                                -- Subroutine to load one calendar line
024900     READ STATS-CALENDAR-FILE                                     -- Read the next calendar line
025000         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
025100         NOT AT END                                               -- A calendar line was read
025200             IF CAL-IS-WORKDAY                                    -- Only expected run dates in the
025300                 AND CAL-RUN-DATE(1:2) = SCR-MONTH                -- ...month matter - holidays and
025400                 AND CAL-RUN-DATE(7:4) = SCR-YEAR                 -- ...outages are planned quiet days
025500                 AND WS-EXP-COUNT < WS-MAX-EXPECTED               -- ...
025600                 ADD 1 TO WS-EXP-COUNT                            -- ...
025700                 MOVE CAL-RUN-DATE TO WS-EXP-DATE(WS-EXP-COUNT)   -- ...
025800             END-IF                                               -- End of workday check
025900     END-READ.                                                    -- End of read
026000 gatherAccepted.                                                  -- Subroutine to gather the month's kept readings
026100     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The master is keyed by run date
026200     MOVE LOW-VALUES TO HST-HIST-KEY                              -- ...first, which does not order
026300     START STATS-HISTORY-FILE                                     -- ...by year - walk it all
026400         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
026500         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master has nothing
026600     END-START                                                    -- End of start
026700     PERFORM gatherHistoryLine UNTIL WS-SCAN-EOF.                 -- One pass per history line
026800 gatherHistoryLine.                                               -- Subroutine to weigh one history line
026900     READ STATS-HISTORY-FILE NEXT RECORD                          -- Read the next history line
027000         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
027100         NOT AT END                                               -- A line was read
027200             IF HST-RUN-DATE(1:2) = SCR-MONTH                     -- Only the month being scored
027300                 AND HST-RUN-DATE(7:4) = SCR-YEAR                 -- ...
027400                 IF HST-STATION-ID = "*ALL"                       -- A batch-total line proves the
027500                     IF NOT WS-CALENDAR-LOADED                    -- ...suite ran that day - without
027600                         PERFORM noteRunDate                      -- ...a calendar, that is the day
027700                     END-IF                                       -- ...it was expected
027800                 ELSE                                             -- A station's own line
027900                     PERFORM scoreHistoryLine                     -- ...
028000                 END-IF                                           -- End of total-line check
028100             END-IF                                               -- End of month check
028200     END-READ.                                                    -- End of read
028300 noteRunDate.                                                     -- Subroutine to expect one date a batch ran
028400     MOVE 1 TO WS-EXP-IDX                                         -- Already noted?
028500     PERFORM UNTIL WS-EXP-IDX > WS-EXP-COUNT                      -- ...
028600         OR WS-EXP-DATE(WS-EXP-IDX) = HST-RUN-DATE                -- ...
028700         ADD 1 TO WS-EXP-IDX                                      -- ...
028800     END-PERFORM                                                  -- End of search
028900     IF WS-EXP-IDX > WS-EXP-COUNT                                 -- A date not yet noted
029000         AND WS-EXP-COUNT < WS-MAX-EXPECTED                       -- ...
029100         ADD 1 TO WS-EXP-COUNT                                    -- ...
029200         MOVE HST-RUN-DATE TO WS-EXP-DATE(WS-EXP-COUNT)           -- ...
029300     END-IF.                                                      -- End of noted check
029400 scoreHistoryLine.                                                -- Subroutine to credit one station line
029500     MOVE 1 TO WS-SCR-IDX                                         -- Find the station
029600     PERFORM UNTIL WS-SCR-IDX > WS-SCR-COUNT                      -- ...
029700         OR WS-SCR-STATION(WS-SCR-IDX) = HST-STATION-ID           -- ...
029800         ADD 1 TO WS-SCR-IDX                                      -- ...
029900     END-PERFORM                                                  -- End of search
030000     IF WS-SCR-IDX NOT > WS-SCR-COUNT                             -- A station on the scorecard
030100         ADD HST-RECORD-COUNT TO WS-SCR-ACCEPTED(WS-SCR-IDX)      -- Its kept readings
030200         ADD HST-RECORD-COUNT TO WS-ACCEPTED-TOTAL                -- ...
030300         IF HST-RUN-DATE NOT = WS-SCR-LAST-DATE(WS-SCR-IDX)       -- A date not yet counted - the
030400             MOVE HST-RUN-DATE TO WS-SCR-LAST-DATE(WS-SCR-IDX)    -- ...master is in date order, so
030500             IF WS-CALENDAR-LOADED                                -- ...one date's lines are together
030600                 MOVE 1 TO WS-EXP-IDX                             -- With a calendar, only an
030700                 PERFORM UNTIL WS-EXP-IDX > WS-EXP-COUNT          -- ...expected date counts
030800                     OR WS-EXP-DATE(WS-EXP-IDX) = HST-RUN-DATE    -- ...
030900                     ADD 1 TO WS-EXP-IDX                          -- ...
031000                 END-PERFORM                                      -- End of search
031100                 IF WS-EXP-IDX NOT > WS-EXP-COUNT                 -- ...
031200                     ADD 1 TO WS-SCR-DAYS(WS-SCR-IDX)             -- ...
031300                 END-IF                                           -- End of expected check
031400             ELSE                                                 -- Without one, every date a batch
031500                 ADD 1 TO WS-SCR-DAYS(WS-SCR-IDX)                 -- ...ran is expected
031600             END-IF                                               -- End of calendar check
031700         END-IF                                                   -- End of new-date check
031800     END-IF.                                                      -- End of station check
031900 gatherRejects.                                                   -- Subroutine to gather the month's rejects
032000     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The history is keyed by run date
032100     MOVE LOW-VALUES TO RJH-RJH-KEY                               -- ...first, which does not order
032200     START STATS-REJHIST-FILE                                     -- ...by year - walk it all
032300         KEY IS NOT LESS THAN RJH-RJH-KEY                         -- ...
032400         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty history has nothing
032500     END-START                                                    -- End of start
032600     PERFORM gatherRejectLine UNTIL WS-SCAN-EOF.                  -- One pass per history entry
032700 gatherRejectLine.                                                -- Subroutine to weigh one reject history entry
032800     READ STATS-REJHIST-FILE NEXT RECORD                          -- Read the next entry
032900         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
033000         NOT AT END                                               -- An entry was read
033100             IF RJH-RUN-DATE(1:2) = SCR-MONTH                     -- Only the month being scored
033200                 AND RJH-RUN-DATE(7:4) = SCR-YEAR                 -- ...
033300                 PERFORM scoreRejectLine                          -- ...
033400             END-IF                                               -- End of month check
033500     END-READ.                                                    -- End of read
033600 scoreRejectLine.                                                 -- Subroutine to charge one entry to its station
033700     MOVE 1 TO WS-SCR-IDX                                         -- Find the station
033800     PERFORM UNTIL WS-SCR-IDX > WS-SCR-COUNT                      -- ...
033900         OR WS-SCR-STATION(WS-SCR-IDX) = RJH-STATION-ID           -- ...
034000         ADD 1 TO WS-SCR-IDX                                      -- ...
034100     END-PERFORM                                                  -- End of search
034200     IF WS-SCR-IDX > WS-SCR-COUNT                                 -- No such station on file - a
034300         IF NOT RJH-IS-OUT-OF-SEQ                                 -- ...mistyped or missing id,
034400             ADD 1 TO WS-UNLISTED-REJECTS                         -- ...counted once at the foot
034500         END-IF                                                   -- End of kept check
034600     ELSE                                                         -- A station on the scorecard
034700         IF RJH-IS-OUT-OF-SEQ                                     -- Kept, but late - not a reject
034800             ADD 1 TO WS-SCR-OUT-OF-SEQ(WS-SCR-IDX)               -- ...
034900         ELSE                                                     -- A reject
035000             ADD 1 TO WS-SCR-REJECTED(WS-SCR-IDX)                 -- ...
035100             ADD 1 TO WS-REJECT-TOTAL                             -- ...
035200             IF RJH-IS-DUPLICATE                                  -- ...
035300                 ADD 1 TO WS-SCR-DUPLICATES(WS-SCR-IDX)           -- ...
035400             END-IF                                               -- End of duplicate check
035500             MOVE 1 TO WS-RSN-IDX                                 -- ...and its reason
035600             PERFORM UNTIL WS-RSN-IDX > WS-RSN-COUNT              -- ...
035700                 OR WS-RSN-CODE(WS-RSN-IDX) = RJH-REASON-CODE     -- ...
035800                 ADD 1 TO WS-RSN-IDX                              -- ...
035900             END-PERFORM                                          -- End of search
036000             IF WS-RSN-IDX NOT > WS-RSN-COUNT                     -- ...
036100                 ADD 1 TO WS-SCR-REASON-COUNT                     -- ...
036200                     (WS-SCR-IDX, WS-RSN-IDX)                     -- ...
036300             END-IF                                               -- End of reason check
036400         END-IF                                                   -- End of kept check
036500     END-IF.                                                      -- End of station check
036600 gradeStations.                                                   -- Subroutine to grade every station
036700     PERFORM VARYING WS-SCR-IDX FROM 1 BY 1                       -- Completeness is the share of
036800         UNTIL WS-SCR-IDX > WS-SCR-COUNT                          -- ...expected days reported times
036900         COMPUTE WS-RECEIVED =                                    -- ...the share of readings sent
037000             WS-SCR-ACCEPTED(WS-SCR-IDX)                          -- ...that were kept
037100             + WS-SCR-REJECTED(WS-SCR-IDX)                        -- ...
037200         IF WS-RECEIVED = 0 OR WS-EXP-COUNT = 0                   -- Nothing sent, or nothing
037300             MOVE 0 TO WS-SCR-COMPLETE(WS-SCR-IDX)                -- ...expected - nothing complete
037400         ELSE                                                     -- ...
037500             COMPUTE WS-SCR-COMPLETE(WS-SCR-IDX) ROUNDED =        -- ...
037600                 WS-SCR-DAYS(WS-SCR-IDX)                          -- ...
037700                 * WS-SCR-ACCEPTED(WS-SCR-IDX) * 100              -- ...
037800                 / (WS-EXP-COUNT * WS-RECEIVED)                   -- ...
037900         END-IF                                                   -- End of zero check
038000     END-PERFORM.                                                 -- End of station loop
038100 rankStations.                                                    -- Subroutine to order the stations worst first
038200     PERFORM VARYING WS-SCR-PASS FROM 1 BY 1                      -- Bubble sort the table, the
038300         UNTIL WS-SCR-PASS >= WS-SCR-COUNT                        -- ...same way the rollup orders
038400         PERFORM VARYING WS-SCR-IDX FROM 1 BY 1                   -- ...its calendar
038500             UNTIL WS-SCR-IDX > WS-SCR-COUNT - WS-SCR-PASS        -- ...
038600             COMPUTE WS-SCR-NEXT = WS-SCR-IDX + 1                 -- ...
038700             PERFORM checkRankOrder                               -- Out of order?
038800             IF WS-MUST-SWAP                                      -- ...swap the two entries
038900                 MOVE WS-SCR-ENTRY(WS-SCR-IDX) TO WS-SCR-SWAP     -- ...
039000                 MOVE WS-SCR-ENTRY(WS-SCR-NEXT)                   -- ...
039100                     TO WS-SCR-ENTRY(WS-SCR-IDX)                  -- ...
039200                 MOVE WS-SCR-SWAP TO WS-SCR-ENTRY(WS-SCR-NEXT)    -- ...
039300             END-IF                                               -- End of swap check
039400         END-PERFORM                                              -- End of inner pass
039500     END-PERFORM.                                                 -- End of outer pass
039600 checkRankOrder.                                                  -- Subroutine to compare two neighbours
039700     MOVE "N" TO WS-SWAP-SWITCH                                   -- In order until shown otherwise
039800     MOVE "A" TO WS-THIS-CLASS                                    -- Retired stations go to the
039900     IF WS-SCR-ACTIVE(WS-SCR-IDX) = "R"                           -- ...foot - nobody is sent to
040000         MOVE "R" TO WS-THIS-CLASS                                -- ...fix a station that is gone
040100     END-IF                                                       -- End of retired check
040200     MOVE "A" TO WS-NEXT-CLASS                                    -- ...
040300     IF WS-SCR-ACTIVE(WS-SCR-NEXT) = "R"                          -- ...
040400         MOVE "R" TO WS-NEXT-CLASS                                -- ...
040500     END-IF                                                       -- End of retired check
040600     IF WS-THIS-CLASS > WS-NEXT-CLASS                             -- A retired station above an
040700         SET WS-MUST-SWAP TO TRUE                                 -- ...active one
040800     END-IF                                                       -- End of class check
040900     IF WS-THIS-CLASS = WS-NEXT-CLASS                             -- Alike in that, the lower
041000         IF WS-SCR-COMPLETE(WS-SCR-IDX)                           -- ...completeness goes first,
041100             > WS-SCR-COMPLETE(WS-SCR-NEXT)                       -- ...then the more rejects
041200             SET WS-MUST-SWAP TO TRUE                             -- ...
041300         END-IF                                                   -- End of completeness check
041400         IF WS-SCR-COMPLETE(WS-SCR-IDX)                           -- ...
041500             = WS-SCR-COMPLETE(WS-SCR-NEXT)                       -- ...
041600             AND WS-SCR-REJECTED(WS-SCR-IDX)                      -- ...
041700             < WS-SCR-REJECTED(WS-SCR-NEXT)                       -- ...
041800             SET WS-MUST-SWAP TO TRUE                             -- ...
041900         END-IF                                                   -- End of reject check
042000     END-IF.                                                      -- End of alike check
042100 writeScorecard.                                                  -- Subroutine to print the scorecard
042200     MOVE SPACES TO SCORE-REPORT-TITLE-LINE                       -- Clear the title line
042300     MOVE "MONTHLY STATION DATA-QUALITY SCORECARD"                -- Set the report title
042400         TO SCRT-TITLE-TEXT                                       -- ...
042500     WRITE SCORE-REPORT-TITLE-LINE                                -- Write the report title
042600     MOVE SPACES TO SCORE-REPORT-DETAIL-LINE                      -- Clear the detail line
042700     MOVE "MONTH SCORED" TO SCRD-LABEL                            -- The month on the card
042800     MOVE WS-PERIOD-TEXT TO SCRD-VALUE                            -- ...
042900     WRITE SCORE-REPORT-DETAIL-LINE                               -- Write the detail line
043000     MOVE SPACES TO SCORE-REPORT-DETAIL-LINE                      -- Clear the detail line
043100     MOVE "DAYS EXPECTED" TO SCRD-LABEL                           -- The days every station is
043200     MOVE WS-EXP-COUNT TO WS-RPT-COUNT                            -- ...measured against
043300     MOVE WS-RPT-COUNT TO SCRD-VALUE                              -- ...
043400     WRITE SCORE-REPORT-DETAIL-LINE                               -- Write the detail line
043500     MOVE SPACES TO SCORE-REPORT-DETAIL-LINE                      -- Clear the detail line
043600     MOVE "EXPECTED DAYS FROM" TO SCRD-LABEL                      -- ...and where they came from
043700     IF WS-CALENDAR-LOADED                                        -- ...
043800         MOVE "STATSCAL" TO SCRD-VALUE                            -- ...
043900     ELSE                                                         -- ...
044000         MOVE "BATCHES RUN" TO SCRD-VALUE                         -- ...
044100     END-IF                                                       -- End of calendar check
044200     WRITE SCORE-REPORT-DETAIL-LINE                               -- Write the detail line
044300     MOVE SPACES TO SCORE-REPORT-HEADING-LINE                     -- Head the station columns
044400     MOVE "RANK" TO SCRH-RANK                                     -- ...
044500     MOVE "STN" TO SCRH-STATION-ID                                -- ...
044600     MOVE "DAYS" TO SCRH-DAYS                                     -- ...
044700     MOVE "KEPT" TO SCRH-ACCEPTED                                 -- ...
044800     MOVE "REJECT" TO SCRH-REJECTED                               -- ...
044900     MOVE "DUPS" TO SCRH-DUPLICATES                               -- ...
045000     MOVE "OSEQ" TO SCRH-OUT-OF-SEQ                               -- ...
045100     MOVE "COMPL" TO SCRH-COMPLETE                                -- ...
045200     MOVE "STATUS" TO SCRH-STATUS                                 -- ...
045300     WRITE SCORE-REPORT-HEADING-LINE                              -- Write the column heading
045400     MOVE 0 TO WS-RANK                                            -- Rank the active stations only
045500     PERFORM VARYING WS-SCR-IDX FROM 1 BY 1                       -- One line per station, worst
045600         UNTIL WS-SCR-IDX > WS-SCR-COUNT                          -- ...first
045700         PERFORM writeStationLine                                 -- ...
045800     END-PERFORM                                                  -- End of station loop
045900     MOVE SPACES TO SCORE-REPORT-DETAIL-LINE                      -- Clear the detail line
046000     MOVE "STATIONS SCORED" TO SCRD-LABEL                         -- Stations on the scorecard
046100     MOVE WS-SCR-COUNT TO WS-RPT-COUNT                            -- ...
046200     MOVE WS-RPT-COUNT TO SCRD-VALUE                              -- ...
046300     WRITE SCORE-REPORT-DETAIL-LINE                               -- Write the detail line
046400     MOVE SPACES TO SCORE-REPORT-DETAIL-LINE                      -- Clear the detail line
046500     MOVE "READINGS KEPT" TO SCRD-LABEL                           -- Month totals
046600     MOVE WS-ACCEPTED-TOTAL TO WS-RPT-COUNT                       -- ...
046700     MOVE WS-RPT-COUNT TO SCRD-VALUE                              -- ...
046800     WRITE SCORE-REPORT-DETAIL-LINE                               -- Write the detail line
046900     MOVE SPACES TO SCORE-REPORT-DETAIL-LINE                      -- Clear the detail line
047000     MOVE "READINGS REJECTED" TO SCRD-LABEL                       -- ...
047100     MOVE WS-REJECT-TOTAL TO WS-RPT-COUNT                         -- ...
047200     MOVE WS-RPT-COUNT TO SCRD-VALUE                              -- ...
047300     WRITE SCORE-REPORT-DETAIL-LINE                               -- Write the detail line
047400     MOVE SPACES TO SCORE-REPORT-DETAIL-LINE                      -- Clear the detail line
047500     MOVE "REJECTS FROM UNLISTED IDS" TO SCRD-LABEL               -- Rejects no station can own
047600     MOVE WS-UNLISTED-REJECTS TO WS-RPT-COUNT                     -- ...
047700     MOVE WS-RPT-COUNT TO SCRD-VALUE                              -- ...
047800     WRITE SCORE-REPORT-DETAIL-LINE                               -- Write the detail line
047900     IF WS-SCR-DROPPED > 0                                        -- Stations left off for want of
048000         MOVE SPACES TO SCORE-REPORT-DETAIL-LINE                  -- ...table room
048100         MOVE "STATIONS PAST THE TABLE" TO SCRD-LABEL             -- ...
048200         MOVE WS-SCR-DROPPED TO WS-RPT-COUNT                      -- ...
048300         MOVE WS-RPT-COUNT TO SCRD-VALUE                          -- ...
048400         WRITE SCORE-REPORT-DETAIL-LINE                           -- Write the detail line
048500     END-IF.                                                      -- End of dropped check
048600 writeStationLine.                                                -- Subroutine to print one station's score
048700     MOVE SPACES TO SCORE-REPORT-STATION-LINE                     -- Clear the station line
048800     IF WS-SCR-ACTIVE(WS-SCR-IDX) = "R"                           -- A retired station is listed
048900         MOVE "RETIRED" TO SCRS-STATUS                            -- ...but not ranked
049000     ELSE                                                         -- ...
049100         ADD 1 TO WS-RANK                                         -- ...
049200         MOVE WS-RANK TO SCRS-RANK                                -- ...
049300     END-IF                                                       -- End of retired check
049400     MOVE WS-SCR-STATION(WS-SCR-IDX) TO SCRS-STATION-ID           -- ...
049500     MOVE WS-SCR-DAYS(WS-SCR-IDX) TO SCRS-DAYS-REPORTED           -- Days reported of days
049600     MOVE "/" TO SCRS-DAYS-SLASH                                  -- ...expected
049700     MOVE WS-EXP-COUNT TO SCRS-DAYS-EXPECTED                      -- ...
049800     MOVE WS-SCR-ACCEPTED(WS-SCR-IDX) TO SCRS-ACCEPTED            -- ...
049900     MOVE WS-SCR-REJECTED(WS-SCR-IDX) TO SCRS-REJECTED            -- ...
050000     MOVE WS-SCR-DUPLICATES(WS-SCR-IDX) TO SCRS-DUPLICATES        -- ...
050100     MOVE WS-SCR-OUT-OF-SEQ(WS-SCR-IDX) TO SCRS-OUT-OF-SEQ        -- ...
050200     MOVE WS-SCR-COMPLETE(WS-SCR-IDX) TO SCRS-COMPLETE            -- ...
050300     MOVE "%" TO SCRS-PERCENT-SIGN                                -- ...
050400     WRITE SCORE-REPORT-STATION-LINE                              -- Write the station line
050500     PERFORM VARYING WS-RSN-IDX FROM 1 BY 1                       -- ...then its rejects, by
050600         UNTIL WS-RSN-IDX > WS-RSN-COUNT                          -- ...reason
050700         IF WS-SCR-REASON-COUNT(WS-SCR-IDX, WS-RSN-IDX) > 0       -- ...
050800             MOVE SPACES TO SCORE-REPORT-REASON-LINE              -- ...
050900             MOVE WS-RSN-CODE(WS-RSN-IDX) TO SCRR-CODE            -- ...
051000             MOVE WS-RSN-TEXT(WS-RSN-IDX) TO SCRR-TEXT            -- ...
051100             MOVE WS-SCR-REASON-COUNT(WS-SCR-IDX, WS-RSN-IDX)     -- ...
051200                 TO SCRR-COUNT                                    -- ...
051300             WRITE SCORE-REPORT-REASON-LINE                       -- ...
051400         END-IF                                                   -- End of count check
051500     END-PERFORM.                                                 -- End of reason loop
051600 raiseReturnCode.                                                 -- Subroutine to grade up RETURN-CODE
051700     IF WS-NEW-RC > RETURN-CODE                                   -- Only ever raise the severity
051800         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...
051900     END-IF.                                                      -- End of severity check
052000 closeFiles.                                                      -- Subroutine to close the run's files
052100     CLOSE STATS-STATION-FILE                                     -- Done with the station master
052200     CLOSE STATS-HISTORY-FILE                                     -- Done with the history master
052300     CLOSE STATS-REJHIST-FILE                                     -- Done with the reject history
052400     CLOSE SCORE-REPORT-FILE.                                     -- Done with the report
052500 END PROGRAM statistics_scorecard.                                -- End of program
