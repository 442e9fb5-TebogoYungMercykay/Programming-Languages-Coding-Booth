000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_recalib.                                  -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT RCAL-COMMAND-FILE ASSIGN TO "RECALCMD"                -- Operator calibration cards
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One factor per line
000800         FILE STATUS IS WS-COMMAND-STATUS.                        -- I-O status for processCommands
000900     SELECT STATS-CALIBRATION-FILE ASSIGN TO "STATSCALB"          -- Station calibration factors
001000         ORGANIZATION IS INDEXED                                  -- Keyed, maintained in place
001100         ACCESS MODE IS DYNAMIC                                   -- Keyed lands plus a per-station scan
001200         RECORD KEY IS CLB-CALB-KEY                               -- Station + type + effective date
001300         FILE STATUS IS WS-CALIB-STATUS.                          -- I-O status for landFactor
001400     SELECT STATS-STATION-FILE ASSIGN TO "STATSSTA"               -- Station reference master
001500         ORGANIZATION IS INDEXED                                  -- Keyed by station id
001600         ACCESS MODE IS DYNAMIC                                   -- Keyed lookups only
001700         RECORD KEY IS STA-STATION-ID                             -- Station id
001800         FILE STATUS IS WS-STATION-STATUS.                        -- I-O status for editCalibCard
001900     SELECT STATS-DETAIL-FILE ASSIGN TO "STATSDTL"                -- Accepted readings detail master
002000         ORGANIZATION IS INDEXED                                  -- Keyed, from statistics_program
002100         ACCESS MODE IS DYNAMIC                                   -- Full scans plus keyed probes
002200         RECORD KEY IS DTL-DTL-KEY                                -- Date + batch + station + type + seq
002300         FILE STATUS IS WS-DETAIL-STATUS.                         -- I-O status for recalibrateReadings
002400     SELECT RCAL-REPORT-FILE ASSIGN TO "RECALRPT"                 -- Recalibration report
002500         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
002600         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
002700     SELECT RCMP-CONTROL-FILE ASSIGN TO "RCMPCTL"                 -- Batches for statistics_recompute
002800         ORGANIZATION IS LINE SEQUENTIAL                          -- One card per batch to rebuild
002900         FILE STATUS IS WS-RCMP-STATUS.                           -- I-O status for writeRecomputeCards
003000 DATA DIVISION.                                                   -- Start of data declaration
003100 FILE SECTION.                                                    -- File record descriptions
003200 FD  RCAL-COMMAND-FILE                                            -- Operator calibration cards
003300     RECORDING MODE IS F.                                         -- Fixed length records
003400 COPY "stats_recalib_record.cpy".                                 -- RCAL-COMMAND-RECORD layout
003500 FD  STATS-CALIBRATION-FILE.                                      -- Station calibration factors
003600 COPY "stats_calibration_record.cpy".                             -- STATS-CALIBRATION-RECORD layout
003700 FD  STATS-STATION-FILE.                                          -- Station reference master
003800 COPY "stats_station_record.cpy".                                 -- STATS-STATION-RECORD layout
003900 FD  STATS-DETAIL-FILE.                                           -- Accepted readings detail master
004000 COPY "stats_detail_record.cpy".                                  -- STATS-DETAIL-RECORD layout
004100 FD  RCAL-REPORT-FILE                                             -- Recalibration report
004200     RECORDING MODE IS F.                                         -- Fixed length print lines
004300 COPY "stats_recalib_report_record.cpy".                          -- RCAL-REPORT-*-LINE layouts
004400 FD  RCMP-CONTROL-FILE                                            -- Batches for statistics_recompute
004500     RECORDING MODE IS F.                                         -- Fixed length records
004600 COPY "stats_recompute_record.cpy".                               -- RCMP-CONTROL-RECORD layout
004700 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
004800     01  WS-COMMAND-STATUS PIC XX.                                -- File status for RCAL-COMMAND-FILE
004900     01  WS-CALIB-STATUS PIC XX.                                  -- File status for STATS-CALIBRATION-FILE
005000     01  WS-STATION-STATUS PIC XX.                                -- File status for STATS-STATION-FILE
005100     01  WS-DETAIL-STATUS PIC XX.                                 -- File status for STATS-DETAIL-FILE
005200     01  WS-REPORT-STATUS PIC XX.                                 -- File status for RCAL-REPORT-FILE
005300     01  WS-RCMP-STATUS  PIC XX.                                  -- File status for RCMP-CONTROL-FILE
005400     01  WS-CMD-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for the command loop
005500         88  WS-CMD-EOF  VALUE "Y".                               -- Condition for end of RCAL-COMMAND-FILE
005600     01  WS-SCAN-EOF-SWITCH PIC X VALUE "N".                      -- End-of-scan switch for the scans
005700         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for past the records wanted
005800     01  WS-CARD-SWITCH  PIC X VALUE "Y".                         -- Set while a card passes its edits
005900         88  WS-CARD-VALID VALUE "Y".                             -- Condition for a usable card
006000     01  WS-PROBE-SWITCH PIC X VALUE "N".                         -- Set when a base batch is on file
006100         88  WS-BASE-FOUND VALUE "Y".                             -- Condition for an "R" batch's original
006200     01  WS-COMMAND-COUNT PIC 9(5) VALUE 0.                       -- Cards read this run
006300     01  WS-FACTOR-COUNT PIC 9(5) VALUE 0.                        -- Factors landed this run
006400     01  WS-ADJUSTED-COUNT PIC 9(5) VALUE 0.                      -- Readings recalibrated this run
006500     01  WS-UNFIT-COUNT  PIC 9(5) VALUE 0.                        -- Readings the factor would push
006600*                                                                 -- ~~ ...outside 0 to 999.99 - left as
006700*                                                                 -- ~~ ...they were, for a look
006800     01  WS-CARD-ADJUSTED PIC 9(5).                               -- Readings one card recalibrated
006900     01  WS-PARSED-VALUE PIC S9(7)V9999.                          -- Numeric value parsed from a card
007000     01  WS-NEW-OFFSET   PIC S9(3)V99.                            -- The card's offset, edit-checked
007100     01  WS-NEW-MULTIPLIER PIC 9V9(4).                            -- The card's multiplier, edit-checked
007200     01  WS-ADJ-VALUE    PIC S9(7)V99.                            -- A reading with the factor applied
007300     01  WS-FROM-SORT-KEY PIC X(8).                               -- YYYYMMDD the new factor starts
007400     01  WS-TO-SORT-KEY  PIC X(8).                                -- ...and the next factor's start
007500     01  WS-REC-SORT-KEY PIC X(8).                                -- YYYYMMDD key of a master record
007600     01  WS-MAX-REBUILDS PIC 9(3) VALUE 200.                      -- Upper bound of batches queued
007700     01  WS-RBL-COUNT    PIC 9(3) VALUE 0.                        -- Batches queued for recompute
007800     01  WS-RBL-IDX      PIC 9(3).                                -- Loop counter over the batch table
007900     01  WS-RBL-PRIOR    PIC 9(3).                                -- Loop counter for the duplicate check
008000     01  WS-RBL-OVERFLOW PIC 9(5) VALUE 0.                        -- Batches past the table
008100     01  WS-RBL-TABLE.                                            -- Every date and batch a factor touched
008200         05  WS-RBL-ENTRY OCCURS 200 TIMES.                       -- One entry per batch
008300             10  WS-RBL-RUN-DATE PIC X(10).                       -- The batch's run date
008400             10  WS-RBL-BATCH-ID PIC X(10).                       -- ...and its id
008500     01  WS-CUR-RUN-DATE PIC X(10).                               -- Run date of the batch to queue
008600     01  WS-CUR-BATCH-ID PIC X(10).                               -- ...and its id
008700     01  WS-BASE-BATCH   PIC X(10).                               -- An "R" batch's original id
008800     01  WS-ID-LEN       PIC 9(2).                                -- Length of a batch id, trailing
008900*                                                                 -- ~~ ...spaces dropped
009000     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
009100         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
009200         05  WS-CURR-MM      PIC 9(2).                            -- Current month
009300         05  WS-CURR-DD      PIC 9(2).                            -- Current day
009400         05  FILLER          PIC X(13).                           -- Time and offset, not needed here
009500     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
009600     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for the report
009700 PROCEDURE DIVISION.                                              -- Start of program logic
009800     PERFORM openFiles                                            -- Open the cards, masters and report
009900     PERFORM processCommands UNTIL WS-CMD-EOF                     -- One pass per calibration card
010000     PERFORM writeRecomputeCards                                  -- Hand the touched batches on
010100     PERFORM writeTotals                                          -- Close the report with the run totals
010200     PERFORM closeFiles                                           -- Close everything on the way out
010300     MOVE WS-ADJUSTED-COUNT TO WS-RPT-COUNT                       -- Edit the reading total for display
010400     DISPLAY "Readings recalibrated: " WS-RPT-COUNT               -- One console line for the run
010500     MOVE WS-RBL-COUNT TO WS-RPT-COUNT                            -- Edit the batch total for display
010600     DISPLAY "Batches queued for recompute: " WS-RPT-COUNT        -- ...
010700     STOP RUN.                                                    -- End the program
010800 openFiles.                                                       -- Subroutine to open the run's files
010900     OPEN INPUT RCAL-COMMAND-FILE                                 -- Open the operator's calibration cards
011000     IF WS-COMMAND-STATUS NOT = "00"                              -- No cards, nothing to do
011100         DISPLAY "RECALCMD OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
011200             WS-COMMAND-STATUS                                    -- ...
011300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
011400         STOP RUN                                                 -- ...
011500     END-IF                                                       -- End of open-check
011600     OPEN I-O STATS-CALIBRATION-FILE                              -- Maintain the factors in place
011700     IF WS-CALIB-STATUS NOT = "00"                                -- No calibration master yet, first run
011800         OPEN OUTPUT STATS-CALIBRATION-FILE                       -- Create an empty one
011900         CLOSE STATS-CALIBRATION-FILE                             -- ...
012000         OPEN I-O STATS-CALIBRATION-FILE                          -- Reopen it for maintaining
012100     END-IF                                                       -- End of if statement
012200     IF WS-CALIB-STATUS NOT = "00"                                -- Can't create/open the master
012300         DISPLAY "STATSCALB OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
012400             WS-CALIB-STATUS                                      -- ...
012500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
012600         STOP RUN                                                 -- ...
012700     END-IF                                                       -- End of open-check
012800     OPEN INPUT STATS-STATION-FILE                                -- Every card's station is checked
012900     IF WS-STATION-STATUS NOT = "00"                              -- No master to validate against
013000         DISPLAY "STATSSTA OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
013100             WS-STATION-STATUS                                    -- ...
013200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
013300         STOP RUN                                                 -- ...rather than calibrate a mistyped id
013400     END-IF                                                       -- End of open-check
013500     OPEN I-O STATS-DETAIL-FILE                                   -- The readings a factor re-applies to
013600     IF WS-DETAIL-STATUS NOT = "00"                               -- No readings master to correct
013700         DISPLAY "STATSDTL OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
013800             WS-DETAIL-STATUS                                     -- ...
013900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
014000         STOP RUN                                                 -- ...
014100     END-IF                                                       -- End of open-check
014200     OPEN OUTPUT RCAL-REPORT-FILE                                 -- Open the print file for this run
014300     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
014400         DISPLAY "RECALRPT OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
014500             WS-REPORT-STATUS                                     -- ...
014600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
014700         STOP RUN                                                 -- ...
014800     END-IF                                                       -- End of open-check
014900     OPEN OUTPUT RCMP-CONTROL-FILE                                -- Fresh recompute cards every run -
015000     IF WS-RCMP-STATUS NOT = "00"                                 -- ...they cover THIS run only
015100         DISPLAY "RCMPCTL OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
015200             WS-RCMP-STATUS                                       -- ...
015300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
015400         STOP RUN                                                 -- ...
015500     END-IF                                                       -- End of open-check
015600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Today, for CLB-DATE-ENTERED
015700     MOVE SPACES TO RCAL-REPORT-TITLE-LINE                        -- Clear the title line
015800     MOVE "STATION RECALIBRATION REPORT"                          -- Set the report title
015900         TO RCLT-TITLE-TEXT                                       -- ...
016000     WRITE RCAL-REPORT-TITLE-LINE.                                -- Write the report title
016100 processCommands.                                                 -- Subroutine to act on one calibration card
016200     READ RCAL-COMMAND-FILE                                       -- Read the next card
016300         AT END SET WS-CMD-EOF TO TRUE                            -- No more cards
016400     END-READ                                                     -- End of read
016500     IF NOT WS-CMD-EOF                                            -- A card was read
016600         ADD 1 TO WS-COMMAND-COUNT                                -- Count this card
016700         MOVE 0 TO WS-CARD-ADJUSTED                               -- Nothing recalibrated for it yet
016800         PERFORM writeFactorLine                                  -- Echo the card on the report
016900         PERFORM editCalibCard                                    -- Edit-check it before use
017000         IF NOT WS-CARD-VALID                                     -- The card failed its edits
017100             IF RCLF-RESULT = SPACES                              -- ...say so, unless the edit
017200                 MOVE "BAD CARD" TO RCLF-RESULT                   -- ...already said why
017300             END-IF                                               -- End of result check
017400             MOVE 4 TO WS-NEW-RC                                  -- Scheduler severity: look at the report
017500             PERFORM raiseReturnCode                              -- ...
017600         ELSE                                                     -- The card is usable
017700             PERFORM landFactor                                   -- Add or replace the factor
017800             IF RCLF-RESULT NOT = "REWRITE FAIL"                  -- The factor landed
017900                 ADD 1 TO WS-FACTOR-COUNT                         -- Count it
018000                 PERFORM findWindowEnd                            -- Where the next factor takes over
018100                 PERFORM recalibrateReadings                      -- Re-apply it to readings on file
018200                 MOVE WS-CARD-ADJUSTED TO RCLF-READINGS           -- ...and show how many
018300             END-IF                                               -- End of land check
018400         END-IF                                                   -- End of card check
018500         WRITE RCAL-REPORT-FACTOR-LINE                            -- Write the factor line
018600     END-IF.                                                      -- End of end-of-file check
018700 writeFactorLine.                                                 -- Subroutine to start one card's report line
018800     MOVE SPACES TO RCAL-REPORT-FACTOR-LINE                       -- Clear the factor line
018900     MOVE RCL-STATION-ID TO RCLF-STATION-ID                       -- Echo the card's station
019000     MOVE RCL-READING-TYPE TO RCLF-READING-TYPE                   -- ...its reading type
019100     MOVE RCL-EFFECTIVE-DATE TO RCLF-EFFECTIVE-DATE               -- ...and its effective date
019200     MOVE 0 TO RCLF-READINGS.                                     -- Nothing recalibrated yet
019300 editCalibCard.                                                   -- Subroutine to edit-check one calibration card
019400     MOVE "Y" TO WS-CARD-SWITCH                                   -- Usable until an edit fails
019500     MOVE 0 TO WS-NEW-OFFSET                                      -- A blank offset adds nothing
019600     MOVE 1 TO WS-NEW-MULTIPLIER                                  -- ...and a blank multiplier scales by 1
019700     IF RCL-READING-TYPE NOT = "L" AND RCL-READING-TYPE NOT = "F" -- Level or flow only
019800         MOVE "N" TO WS-CARD-SWITCH                               -- ...
019900     END-IF                                                       -- End of type check
020000     IF RCL-EFFECTIVE-DATE(3:1) NOT = "/"                         -- The date must be MM/DD/YYYY,
020100         OR RCL-EFFECTIVE-DATE(6:1) NOT = "/"                     -- ...the same as every run date,
020200         OR RCL-EFFECTIVE-DATE(1:2) IS NOT NUMERIC                -- ...or it cannot be compared
020300         OR RCL-EFFECTIVE-DATE(4:2) IS NOT NUMERIC                -- ...against them
020400         OR RCL-EFFECTIVE-DATE(7:4) IS NOT NUMERIC                -- ...
020500         MOVE "N" TO WS-CARD-SWITCH                               -- ...
020600     ELSE                                                         -- ...and a real month and day
020700         IF RCL-EFFECTIVE-DATE(1:2) < "01"                        -- ...
020800             OR RCL-EFFECTIVE-DATE(1:2) > "12"                    -- ...
020900             OR RCL-EFFECTIVE-DATE(4:2) < "01"                    -- ...
021000             OR RCL-EFFECTIVE-DATE(4:2) > "31"                    -- ...
021100             MOVE "N" TO WS-CARD-SWITCH                           -- ...
021200         END-IF                                                   -- End of month/day check
021300     END-IF                                                       -- End of date check
021400     IF RCL-OFFSET NOT = SPACES                                   -- An offset was given
021500         IF FUNCTION TEST-NUMVAL(RCL-OFFSET) NOT = 0              -- ...it must be a number
021600             MOVE "N" TO WS-CARD-SWITCH                           -- ...
021700         ELSE                                                     -- ...that fits the field
021800             COMPUTE WS-PARSED-VALUE =                            -- ...
021900                 FUNCTION NUMVAL(RCL-OFFSET)                      -- ...
022000             IF WS-PARSED-VALUE < -999.99                         -- ...
022100                 OR WS-PARSED-VALUE > 999.99                      -- ...
022200                 MOVE "N" TO WS-CARD-SWITCH                       -- ...
022300             ELSE                                                 -- ...
022400                 MOVE WS-PARSED-VALUE TO WS-NEW-OFFSET            -- ...
022500             END-IF                                               -- End of range check
022600         END-IF                                                   -- End of numeric check
022700     END-IF                                                       -- End of offset check
022800     IF RCL-MULTIPLIER NOT = SPACES                               -- A multiplier was given
022900         IF FUNCTION TEST-NUMVAL(RCL-MULTIPLIER) NOT = 0          -- ...it must be a number
023000             MOVE "N" TO WS-CARD-SWITCH                           -- ...
023100         ELSE                                                     -- ...above zero - a zero scale
023200             COMPUTE WS-PARSED-VALUE =                            -- ...would flatten every reading
023300                 FUNCTION NUMVAL(RCL-MULTIPLIER)                  -- ...
023400             IF WS-PARSED-VALUE NOT > 0                           -- ...
023500                 OR WS-PARSED-VALUE > 9.9999                      -- ...
023600                 MOVE "N" TO WS-CARD-SWITCH                       -- ...
023700             ELSE                                                 -- ...
023800                 MOVE WS-PARSED-VALUE TO WS-NEW-MULTIPLIER        -- ...
023900             END-IF                                               -- End of range check
024000         END-IF                                                   -- End of numeric check
024100     END-IF                                                       -- End of multiplier check
024200     MOVE WS-NEW-OFFSET TO RCLF-OFFSET                            -- Echo the factor as it will be
024300     MOVE WS-NEW-MULTIPLIER TO RCLF-MULTIPLIER                    -- ...applied
024400     IF WS-CARD-VALID                                             -- The card itself is sound -
024500         MOVE RCL-STATION-ID TO STA-STATION-ID                    -- ...is its station on file?
024600         READ STATS-STATION-FILE                                  -- Keyed read of the station
024700             INVALID KEY                                          -- No such station
024800                 MOVE "N" TO WS-CARD-SWITCH                       -- ...
024900                 MOVE "UNKNOWN STATION" TO RCLF-RESULT            -- ...
025000         END-READ                                                 -- End of read
025100     END-IF.                                                      -- End of station check
025200 landFactor.                                                      -- Subroutine to add or replace one factor
025300     MOVE SPACES TO STATS-CALIBRATION-RECORD                      -- Clear the factor record
025400     MOVE RCL-STATION-ID TO CLB-STATION-ID                        -- Build its record key
025500     MOVE RCL-READING-TYPE TO CLB-READING-TYPE                    -- ...
025600     MOVE RCL-EFFECTIVE-DATE TO CLB-EFFECTIVE-DATE                -- ...
025700     MOVE WS-NEW-OFFSET TO CLB-OFFSET                             -- The factor itself
025800     MOVE WS-NEW-MULTIPLIER TO CLB-MULTIPLIER                     -- ...
025900     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY            -- ...and when it was keyed
026000         DELIMITED BY SIZE INTO CLB-DATE-ENTERED                  -- ...
026100     END-STRING                                                   -- End of string
026200     WRITE STATS-CALIBRATION-RECORD                               -- Add it under its key
026300         INVALID KEY                                              -- The same station, type and date
026400             REWRITE STATS-CALIBRATION-RECORD                     -- ...is on file - the card
026500                 INVALID KEY                                      -- ...replaces that factor
026600                     MOVE "REWRITE FAIL" TO RCLF-RESULT           -- Shouldn't happen
026700                 NOT INVALID KEY                                  -- ...
026800                     MOVE "FACTOR REPLACED" TO RCLF-RESULT        -- ...
026900             END-REWRITE                                          -- End of rewrite
027000         NOT INVALID KEY                                          -- A new factor
027100             MOVE "FACTOR ADDED" TO RCLF-RESULT                   -- ...
027200     END-WRITE.                                                   -- End of write
027300 findWindowEnd.                                                   -- Subroutine to find where the factor stops
027400     STRING RCL-EFFECTIVE-DATE(7:4)                               -- The new factor's start,
027500         RCL-EFFECTIVE-DATE(1:2)                                  -- ...year first - raw
027600         RCL-EFFECTIVE-DATE(4:2)                                  -- ...MM/DD/YYYY text orders
027700         DELIMITED BY SIZE INTO WS-FROM-SORT-KEY                  -- ...across years wrongly
027800     END-STRING                                                   -- End of string
027900     MOVE HIGH-VALUES TO WS-TO-SORT-KEY                           -- In force for good unless a later
028000     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- ...factor takes over - walk
028100     MOVE RCL-STATION-ID TO CLB-STATION-ID                        -- ...every factor for the
028200     MOVE RCL-READING-TYPE TO CLB-READING-TYPE                    -- ...station and type
028300     MOVE LOW-VALUES TO CLB-EFFECTIVE-DATE                        -- ...
028400     START STATS-CALIBRATION-FILE                                 -- ...
028500         KEY IS NOT LESS THAN CLB-CALB-KEY                        -- ...
028600         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- ...
028700     END-START                                                    -- End of start
028800     PERFORM scanLaterFactor UNTIL WS-SCAN-EOF.                   -- One pass per factor on file
028900 scanLaterFactor.                                                 -- Subroutine to weigh one factor on file
029000     READ STATS-CALIBRATION-FILE NEXT RECORD                      -- Read the next factor
029100         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
029200         NOT AT END                                               -- A factor was read
029300             IF CLB-STATION-ID NOT = RCL-STATION-ID               -- Past the station and type
029400                 OR CLB-READING-TYPE NOT = RCL-READING-TYPE       -- ...
029500                 SET WS-SCAN-EOF TO TRUE                          -- ...
029600             ELSE                                                 -- One of its factors
029700                 STRING CLB-EFFECTIVE-DATE(7:4)                   -- Build the factor's own
029800                     CLB-EFFECTIVE-DATE(1:2)                      -- ...year-first key
029900                     CLB-EFFECTIVE-DATE(4:2)                      -- ...
030000                     DELIMITED BY SIZE INTO WS-REC-SORT-KEY       -- ...
030100                 END-STRING                                       -- End of string
030200                 IF WS-REC-SORT-KEY > WS-FROM-SORT-KEY            -- The earliest factor after
030300                     AND WS-REC-SORT-KEY < WS-TO-SORT-KEY         -- ...the new one ends its
030400                     MOVE WS-REC-SORT-KEY TO WS-TO-SORT-KEY       -- ...reach
030500                 END-IF                                           -- End of window check
030600             END-IF                                               -- End of station check
030700     END-READ.                                                    -- End of read
030800 recalibrateReadings.                                             -- Subroutine to re-apply the factor on file
030900     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The detail master is keyed by
031000     MOVE LOW-VALUES TO DTL-DTL-KEY                               -- ...run date first, which does not
031100     START STATS-DETAIL-FILE                                      -- ...order by year - walk it all
031200         KEY IS NOT LESS THAN DTL-DTL-KEY                         -- ...
031300         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- ...
031400     END-START                                                    -- End of start
031500     PERFORM recalibrateReading UNTIL WS-SCAN-EOF.                -- One pass per reading
031600 recalibrateReading.                                              -- Subroutine to re-apply the factor to one reading
031700     READ STATS-DETAIL-FILE NEXT RECORD                           -- Read the next reading
031800         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
031900         NOT AT END                                               -- A reading was read
032000             IF DTL-STATION-ID = RCL-STATION-ID                   -- The card's station and type
032100                 AND DTL-READING-TYPE = RCL-READING-TYPE          -- ...
032200                 STRING DTL-RUN-DATE(7:4)                         -- Build the reading's own
032300                     DTL-RUN-DATE(1:2)                            -- ...year-first key
032400                     DTL-RUN-DATE(4:2)                            -- ...
032500                     DELIMITED BY SIZE INTO WS-REC-SORT-KEY       -- ...
032600                 END-STRING                                       -- End of string
032700                 IF WS-REC-SORT-KEY NOT < WS-FROM-SORT-KEY        -- ...on a date the factor
032800                     AND WS-REC-SORT-KEY < WS-TO-SORT-KEY         -- ...is in force for
032900                     PERFORM adjustReading                        -- ...
033000                 END-IF                                           -- End of window check
033100             END-IF                                               -- End of station check
033200     END-READ.                                                    -- End of read
033300 adjustReading.                                                   -- Subroutine to land one recalibrated reading
033400     COMPUTE WS-ADJ-VALUE ROUNDED =                               -- The raw reading, corrected the
033500         DTL-RAW-VALUE * WS-NEW-MULTIPLIER + WS-NEW-OFFSET        -- ...same way statistics_program does
033600     IF WS-ADJ-VALUE < 0 OR WS-ADJ-VALUE > 999.99                 -- Corrected out of the field's
033700         ADD 1 TO WS-UNFIT-COUNT                                  -- ...reach - leave it and say so
033800         MOVE 8 TO WS-NEW-RC                                      -- Scheduler severity: hold and look
033900         PERFORM raiseReturnCode                                  -- ...
034000     ELSE                                                         -- ...
034100     IF WS-ADJ-VALUE NOT = DTL-VALUE                              -- The factor changes the reading
034200         MOVE WS-ADJ-VALUE TO DTL-VALUE                           -- ...
034300         REWRITE STATS-DETAIL-RECORD                              -- Put the corrected reading back
034400             INVALID KEY CONTINUE                                 -- Shouldn't happen - the read just hit
034500             NOT INVALID KEY                                      -- ...
034600                 ADD 1 TO WS-CARD-ADJUSTED                        -- Count it for the card
034700                 ADD 1 TO WS-ADJUSTED-COUNT                       -- ...and for the run
034800                 MOVE DTL-RUN-DATE TO WS-CUR-RUN-DATE             -- Its batch must be rebuilt
034900                 MOVE DTL-BATCH-ID TO WS-CUR-BATCH-ID             -- ...
035000                 PERFORM queueBatch                               -- ...
035100         END-REWRITE                                              -- End of rewrite
035200     END-IF                                                       -- End of change check
035300     END-IF.                                                      -- End of fit check
035400 queueBatch.                                                      -- Subroutine to note one batch for recompute
035500     MOVE 1 TO WS-RBL-IDX                                         -- Already noted?
035600     PERFORM UNTIL WS-RBL-IDX > WS-RBL-COUNT                      -- ...
035700         OR (WS-RBL-RUN-DATE(WS-RBL-IDX) = WS-CUR-RUN-DATE        -- ...
035800             AND WS-RBL-BATCH-ID(WS-RBL-IDX) = WS-CUR-BATCH-ID)   -- ...
035900         ADD 1 TO WS-RBL-IDX                                      -- ...
036000     END-PERFORM                                                  -- End of search
036100     IF WS-RBL-IDX > WS-RBL-COUNT                                 -- A batch not yet noted
036200         IF WS-RBL-COUNT < WS-MAX-REBUILDS                        -- ...and room for it
036300             ADD 1 TO WS-RBL-COUNT                                -- ...
036400             MOVE WS-CUR-RUN-DATE TO WS-RBL-RUN-DATE(WS-RBL-COUNT)-- ...
036500             MOVE WS-CUR-BATCH-ID TO WS-RBL-BATCH-ID(WS-RBL-COUNT)-- ...
036600         ELSE                                                     -- No room - its history would be
036700             ADD 1 TO WS-RBL-OVERFLOW                             -- ...left stale, so say so loudly
036800             MOVE 8 TO WS-NEW-RC                                  -- Scheduler severity: hold and look
036900             PERFORM raiseReturnCode                              -- ...
037000         END-IF                                                   -- End of room check
037100     END-IF.                                                      -- End of noted check
037200 writeRecomputeCards.                                             -- Subroutine to hand the batches to recompute
037300     PERFORM VARYING WS-RBL-IDX FROM 1 BY 1                       -- statistics_recompute takes the
037400         UNTIL WS-RBL-IDX > WS-RBL-COUNT                          -- ...original batch id and finds
037500         PERFORM findBaseBatch                                    -- ...its "R" batch itself - name the
037600     END-PERFORM                                                  -- ...original for every "R" batch
037700     PERFORM VARYING WS-RBL-IDX FROM 1 BY 1                       -- One card per batch, once -
037800         UNTIL WS-RBL-IDX > WS-RBL-COUNT                          -- ...an original and its "R" batch
037900         MOVE 1 TO WS-RBL-PRIOR                                   -- ...now share a name
038000         PERFORM UNTIL WS-RBL-PRIOR = WS-RBL-IDX                  -- ...
038100             OR (WS-RBL-RUN-DATE(WS-RBL-PRIOR)                    -- ...
038200                 = WS-RBL-RUN-DATE(WS-RBL-IDX)                    -- ...
038300             AND WS-RBL-BATCH-ID(WS-RBL-PRIOR)                    -- ...
038400                 = WS-RBL-BATCH-ID(WS-RBL-IDX))                   -- ...
038500             ADD 1 TO WS-RBL-PRIOR                                -- ...
038600         END-PERFORM                                              -- End of search
038700         IF WS-RBL-PRIOR = WS-RBL-IDX                             -- First time this batch is named
038800             PERFORM writeRecomputeCard                           -- ...
038900         END-IF                                                   -- End of duplicate check
039000     END-PERFORM.                                                 -- End of card loop
039100 findBaseBatch.                                                   -- Subroutine to name an "R" batch's original
039200     MOVE 10 TO WS-ID-LEN                                         -- Find the id's last character
039300     PERFORM UNTIL WS-ID-LEN = 0                                  -- ...
039400         OR WS-RBL-BATCH-ID(WS-RBL-IDX)(WS-ID-LEN:1) NOT = SPACE  -- ...
039500         SUBTRACT 1 FROM WS-ID-LEN                                -- ...
039600     END-PERFORM                                                  -- End of search
039700     IF WS-ID-LEN > 1                                             -- An id ending in R may be an
039800         IF WS-RBL-BATCH-ID(WS-RBL-IDX)(WS-ID-LEN:1) = "R"        -- ...original batch's supplemental
039900             MOVE SPACES TO WS-BASE-BATCH                         -- ...- it is one if the original
040000             MOVE WS-RBL-BATCH-ID(WS-RBL-IDX)(1:WS-ID-LEN - 1)    -- ...ran the same date
040100                 TO WS-BASE-BATCH                                 -- ...
040200             PERFORM probeBaseBatch                               -- ...
040300             IF WS-BASE-FOUND                                     -- ...
040400                 MOVE WS-BASE-BATCH TO WS-RBL-BATCH-ID(WS-RBL-IDX)-- ...
040500             END-IF                                               -- End of found check
040600         END-IF                                                   -- End of R check
040700     END-IF.                                                      -- End of length check
040800 probeBaseBatch.                                                  -- Subroutine to look for an original batch
040900     MOVE "N" TO WS-PROBE-SWITCH                                  -- Not found until the read says so
041000     MOVE WS-RBL-RUN-DATE(WS-RBL-IDX) TO DTL-RUN-DATE             -- Position on the original's
041100     MOVE WS-BASE-BATCH TO DTL-BATCH-ID                           -- ...first reading, if any
041200     MOVE LOW-VALUES TO DTL-STATION-ID                            -- ...
041300     MOVE LOW-VALUES TO DTL-READING-TYPE                          -- ...
041400     MOVE 0 TO DTL-SEQUENCE                                       -- ...
041500     START STATS-DETAIL-FILE                                      -- ...
041600         KEY IS NOT LESS THAN DTL-DTL-KEY                         -- ...
041700         INVALID KEY CONTINUE                                     -- Nothing at or after it
041800         NOT INVALID KEY                                          -- ...
041900             READ STATS-DETAIL-FILE NEXT RECORD                   -- ...
042000                 AT END CONTINUE                                  -- ...
042100                 NOT AT END                                       -- ...
042200                     IF DTL-RUN-DATE = WS-RBL-RUN-DATE(WS-RBL-IDX)-- ...
042300                         AND DTL-BATCH-ID = WS-BASE-BATCH         -- ...
042400                         SET WS-BASE-FOUND TO TRUE                -- ...
042500                     END-IF                                       -- End of match check
042600             END-READ                                             -- End of read
042700     END-START.                                                   -- End of start
042800 writeRecomputeCard.                                              -- Subroutine to write one recompute card
042900     MOVE SPACES TO RCMP-CONTROL-RECORD                           -- Clear the card
043000     MOVE WS-RBL-RUN-DATE(WS-RBL-IDX) TO RCP-RUN-DATE             -- The batch's run date
043100     MOVE WS-RBL-BATCH-ID(WS-RBL-IDX) TO RCP-BATCH-ID             -- ...and original id
043200     WRITE RCMP-CONTROL-RECORD                                    -- Write the card
043300     MOVE SPACES TO RCAL-REPORT-DETAIL-LINE                       -- ...and show it on the report
043400     STRING "RECOMPUTE " WS-RBL-RUN-DATE(WS-RBL-IDX)              -- ...
043500         DELIMITED BY SIZE INTO RCLD-LABEL                        -- ...
043600     END-STRING                                                   -- End of string
043700     MOVE WS-RBL-BATCH-ID(WS-RBL-IDX) TO RCLD-VALUE               -- ...
043800     WRITE RCAL-REPORT-DETAIL-LINE.                               -- ...
043900 writeTotals.                                                     -- Subroutine to close the report with the totals
044000     MOVE SPACES TO RCAL-REPORT-DETAIL-LINE                       -- Clear the detail line
044100     MOVE "CARDS READ" TO RCLD-LABEL                              -- Cards read this run
044200     MOVE WS-COMMAND-COUNT TO WS-RPT-COUNT                        -- ...
044300     MOVE WS-RPT-COUNT TO RCLD-VALUE                              -- ...
044400     WRITE RCAL-REPORT-DETAIL-LINE                                -- ...
044500     MOVE SPACES TO RCAL-REPORT-DETAIL-LINE                       -- Clear the detail line
044600     MOVE "FACTORS LANDED" TO RCLD-LABEL                          -- Factors added or replaced
044700     MOVE WS-FACTOR-COUNT TO WS-RPT-COUNT                         -- ...
044800     MOVE WS-RPT-COUNT TO RCLD-VALUE                              -- ...
044900     WRITE RCAL-REPORT-DETAIL-LINE                                -- ...
045000     MOVE SPACES TO RCAL-REPORT-DETAIL-LINE                       -- Clear the detail line
045100     MOVE "READINGS RECALIBRATED" TO RCLD-LABEL                   -- Readings corrected on STATSDTL
045200     MOVE WS-ADJUSTED-COUNT TO WS-RPT-COUNT                       -- ...
045300     MOVE WS-RPT-COUNT TO RCLD-VALUE                              -- ...
045400     WRITE RCAL-REPORT-DETAIL-LINE                                -- ...
045500     MOVE SPACES TO RCAL-REPORT-DETAIL-LINE                       -- Clear the detail line
045600     MOVE "BATCHES QUEUED FOR RECOMPUTE" TO RCLD-LABEL            -- Batches handed to recompute
045700     MOVE WS-RBL-COUNT TO WS-RPT-COUNT                            -- ...
045800     MOVE WS-RPT-COUNT TO RCLD-VALUE                              -- ...
045900     WRITE RCAL-REPORT-DETAIL-LINE                                -- ...
046000     IF WS-UNFIT-COUNT > 0                                        -- Readings the factor could not
046100         MOVE SPACES TO RCAL-REPORT-DETAIL-LINE                   -- ...be applied to
046200         MOVE "READINGS LEFT - OUT OF RANGE" TO RCLD-LABEL        -- ...
046300         MOVE WS-UNFIT-COUNT TO WS-RPT-COUNT                      -- ...
046400         MOVE WS-RPT-COUNT TO RCLD-VALUE                          -- ...
046500         WRITE RCAL-REPORT-DETAIL-LINE                            -- ...
046600     END-IF                                                       -- End of unfit check
046700     IF WS-RBL-OVERFLOW > 0                                       -- Batches past the table were
046800         MOVE SPACES TO RCAL-REPORT-DETAIL-LINE                   -- ...recalibrated but not queued
046900         MOVE "BATCHES NOT QUEUED" TO RCLD-LABEL                  -- ...
047000         MOVE WS-RBL-OVERFLOW TO WS-RPT-COUNT                     -- ...
047100         MOVE WS-RPT-COUNT TO RCLD-VALUE                          -- ...
047200         WRITE RCAL-REPORT-DETAIL-LINE                            -- ...
047300     END-IF.                                                      -- End of overflow check
047400 raiseReturnCode.                                                 -- Subroutine to grade up RETURN-CODE
047500     IF WS-NEW-RC > RETURN-CODE                                   -- Only ever raise the severity
047600         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...
047700     END-IF.                                                      -- End of severity check
047800 closeFiles.                                                      -- Subroutine to close the run's files
047900     CLOSE RCAL-COMMAND-FILE                                      -- Done with the cards
048000     CLOSE STATS-CALIBRATION-FILE                                 -- Done with the factors
048100     CLOSE STATS-STATION-FILE                                     -- Done with the station master
048200     CLOSE STATS-DETAIL-FILE                                      -- Done with the readings master
048300     CLOSE RCAL-REPORT-FILE                                       -- Done with the report
048400     CLOSE RCMP-CONTROL-FILE.                                     -- Done with the recompute cards
048500 END PROGRAM statistics_recalib.                                  -- End of program
