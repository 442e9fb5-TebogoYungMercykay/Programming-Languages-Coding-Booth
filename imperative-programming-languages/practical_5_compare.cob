000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_compare.                                  -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT CMP-CONTROL-FILE ASSIGN TO "CMPCTL"                   -- Operator's period card
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One card
000800         FILE STATUS IS WS-CONTROL-STATUS.                        -- I-O status for readControlCard
000900     SELECT STATS-HISTORY-FILE ASSIGN TO "STATSHIST"              -- The live history master
001000         ORGANIZATION IS INDEXED                                  -- Keyed, from statistics_rollup
001100         ACCESS MODE IS DYNAMIC                                   -- Positioned, then read in key order
001200         RECORD KEY IS HST-HIST-KEY                               -- Date + batch + station + type
001300         FILE STATUS IS WS-HISTORY-STATUS.                        -- I-O status for scanHistory
001400     SELECT CMP-ARCHIVE-FILE ASSIGN TO "STATSARCH"                -- Periods cut off the live master
001500         ORGANIZATION IS LINE SEQUENTIAL                          -- Flat images, from statistics_archive
001600         FILE STATUS IS WS-ARCHIVE-STATUS.                        -- I-O status for scanArchive
001700     SELECT CMP-REPORT-FILE ASSIGN TO "CMPRPT"                    -- Comparison report
001800         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
001900         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
002000 DATA DIVISION.                                                   -- Start of data declaration
002100 FILE SECTION.                                                    -- File record descriptions
002200 FD  CMP-CONTROL-FILE                                             -- Operator's period card
002300     RECORDING MODE IS F.                                         -- Fixed length records
002400 COPY "stats_compare_record.cpy".                                 -- COMPARE-CONTROL-RECORD layout
002500 FD  STATS-HISTORY-FILE.                                          -- The live history master
002600 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
002700 FD  CMP-ARCHIVE-FILE                                             -- Periods cut off the live master
002800     RECORDING MODE IS F.                                         -- Fixed length records
002900 01  CMP-ARCHIVE-RECORD.                                          -- Flat image of one history record
003000     05  CMP-IMAGE           PIC X(62).                           -- ...as statistics_archive cut it
003100 FD  CMP-REPORT-FILE                                              -- Comparison report
003200     RECORDING MODE IS F.                                         -- Fixed length print lines
003300 COPY "stats_compare_report_record.cpy".                          -- CMP-REPORT-*-LINE layouts
003400 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
003500     01  WS-CONTROL-STATUS PIC XX.                                -- File status for CMP-CONTROL-FILE
003600     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
003700     01  WS-ARCHIVE-STATUS PIC XX.                                -- File status for CMP-ARCHIVE-FILE
003800     01  WS-REPORT-STATUS PIC XX.                                 -- File status for CMP-REPORT-FILE
003900     01  WS-SCAN-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for both scans
004000         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of the file scanned
004100     01  WS-ARCHIVE-SWITCH PIC X VALUE "N".                       -- Set when STATSARCH could be opened
004200         88  WS-ARCHIVE-OPEN VALUE "Y".                           -- Condition for an archive to scan
004300     01  WS-ARCHIVED-SWITCH PIC X.                                -- Set when a batch is on the archive
004400         88  WS-BATCH-ARCHIVED VALUE "Y".                         -- Condition for a batch already counted
004500     01  WS-LINE-PERIOD  PIC X.                                   -- Which period a line falls in
004600         88  WS-LINE-CURRENT VALUE "C".                           -- ...the period the card names
004700         88  WS-LINE-PRIOR VALUE "P".                             -- ...the same period a year earlier
004800         88  WS-LINE-OUTSIDE VALUE " ".                           -- ...neither
004900     01  WS-CUR-FROM-KEY PIC X(8).                                -- YYYYMMDD the current period starts
005000     01  WS-CUR-TO-KEY   PIC X(8).                                -- ...and ends, inclusive
005100     01  WS-PRI-FROM-KEY PIC X(8).                                -- YYYYMMDD the prior period starts
005200     01  WS-PRI-TO-KEY   PIC X(8).                                -- ...and ends, inclusive
005300     01  WS-REC-SORT-KEY PIC X(8).                                -- YYYYMMDD key of a history line
005400     01  WS-KEY-YEAR     PIC 9(4).                                -- Scratch year for stepping a key back
005500     01  WS-CUR-PERIOD-TEXT PIC X(25).                            -- The current period, for the report
005600     01  WS-PRI-PERIOD-TEXT PIC X(25).                            -- ...and the prior period
005700     01  WS-ARC-RECORD.                                           -- One archived line, reshaped from
005800         05  AIM-RUN-DATE    PIC X(10).                           -- ...its flat image - same layout
005900         05  AIM-BATCH-ID    PIC X(10).                           -- ...as STATS-HISTORY-RECORD, with
006000         05  AIM-STATION-ID  PIC X(4).                            -- ...its own names since that
006100         05  AIM-READING-TYPE PIC X.                              -- ...record is open in this program
006200         05  AIM-RECORD-COUNT PIC 9(5).                           -- ...at the same time
006300         05  AIM-SMALLEST    PIC 9(3)V99.                         -- The archived figures
006400         05  AIM-LARGEST     PIC 9(3)V99.                         -- ...
006500         05  AIM-MODE        PIC 9(3)V99.                         -- ...
006600         05  AIM-MEAN        PIC 9(3)V99.                         -- ...
006700         05  AIM-MEDIAN      PIC 9(3)V99.                         -- ...
006800         05  AIM-STDDEV      PIC 9(3)V9999.                       -- ...
006900     01  WS-ARC-LEGACY.                                           -- The same line as it was cut
007000*                                                                 -- ...before the reading-type key
007100*                                                                 -- ...leg existed - 61 bytes, no
007200*                                                                 -- ...type byte after the station
007300         05  LGI-RUN-DATE    PIC X(10).                           -- The legacy line's key
007400         05  LGI-BATCH-ID    PIC X(10).                           -- ...
007500         05  LGI-STATION-ID  PIC X(4).                            -- ...
007600         05  LGI-RECORD-COUNT PIC 9(5).                           -- ...and its figures, one byte
007700         05  LGI-SMALLEST    PIC 9(3)V99.                         -- ...earlier than the new image
007800         05  LGI-LARGEST     PIC 9(3)V99.                         -- ...
007900         05  LGI-MODE        PIC 9(3)V99.                         -- ...
008000         05  LGI-MEAN        PIC 9(3)V99.                         -- ...
008100         05  LGI-MEDIAN      PIC 9(3)V99.                         -- ...
008200         05  LGI-STDDEV      PIC 9(3)V9999.                       -- ...
008300     01  WS-LINE-KEY.                                             -- The station and type of the line
008400         05  WS-LINE-STATION PIC X(4).                            -- ...being accumulated, whichever
008500         05  WS-LINE-TYPE    PIC X.                               -- ...file it came from
008600     01  WS-LINE-RECORDS PIC 9(5).                                -- Its reading count
008700     01  WS-LINE-SMALLEST PIC 9(3)V99.                            -- ...smallest reading
008800     01  WS-LINE-LARGEST PIC 9(3)V99.                             -- ...largest reading
008900     01  WS-LINE-MEAN    PIC 9(3)V99.                             -- ...and mean reading
009000     01  WS-MAX-ARCHIVED PIC 9(4) VALUE 1000.                     -- Upper bound of archived batches kept
009100     01  WS-ARB-COUNT    PIC 9(4) VALUE 0.                        -- Prior-period batches on the archive
009200     01  WS-ARB-IDX      PIC 9(4).                                -- Loop counter over the batch table
009300     01  WS-ARB-DROPPED  PIC 9(5) VALUE 0.                        -- Archived batches past the table
009400     01  WS-ARB-TABLE.                                            -- Every prior-period date and batch
009500*                                                                 -- ...the archive holds, so the same
009600*                                                                 -- ...batch on STATSHIST is not
009700*                                                                 -- ...counted twice
009800         05  WS-ARB-ENTRY OCCURS 1000 TIMES.                      -- One entry per batch
009900             10  WS-ARB-RUN-DATE PIC X(10).                       -- The batch's run date
010000             10  WS-ARB-BATCH-ID PIC X(10).                       -- ...and its id
010100     01  WS-MAX-CMP-ENTRIES PIC 9(3) VALUE 500.                   -- Upper bound of station/type lines
010200     01  WS-CMP-COUNT    PIC 9(3) VALUE 0.                        -- Station/type lines gathered
010300     01  WS-CMP-IDX      PIC 9(3).                                -- Loop counter over the table
010400     01  WS-CMP-SHIFT    PIC 9(3).                                -- Loop counter for opening a slot
010500     01  WS-CMP-DROPPED  PIC 9(5) VALUE 0.                        -- History lines past the table
010600     01  WS-CMP-TABLE.                                            -- One entry per station and type,
010700*                                                                 -- ...kept in station/type order
010800         05  WS-CMP-ENTRY OCCURS 500 TIMES.                       -- ...
010900             10  WS-CMP-KEY.                                      -- Station and reading type
011000                 15  WS-CMP-STATION PIC X(4).                     -- ...
011100                 15  WS-CMP-TYPE PIC X.                           -- ...
011200             10  WS-CMP-CUR-LINES PIC 9(5).                       -- History lines this period
011300             10  WS-CMP-CUR-RECORDS PIC 9(7).                     -- Readings this period
011400             10  WS-CMP-CUR-SMALLEST PIC 9(3)V99.                 -- Smallest reading this period
011500             10  WS-CMP-CUR-LARGEST PIC 9(3)V99.                  -- Largest reading this period
011600             10  WS-CMP-CUR-WEIGHTED PIC 9(9)V99.                 -- Running total of mean*readings
011700             10  WS-CMP-PRI-LINES PIC 9(5).                       -- History lines a year earlier
011800             10  WS-CMP-PRI-RECORDS PIC 9(7).                     -- Readings a year earlier
011900             10  WS-CMP-PRI-SMALLEST PIC 9(3)V99.                 -- Smallest reading a year earlier
012000             10  WS-CMP-PRI-LARGEST PIC 9(3)V99.                  -- Largest reading a year earlier
012100             10  WS-CMP-PRI-WEIGHTED PIC 9(9)V99.                 -- Running total of mean*readings
012200     01  WS-CUR-MEAN     PIC 9(3)V99.                             -- Reading-weighted mean this period
012300     01  WS-PRI-MEAN     PIC 9(3)V99.                             -- ...and a year earlier
012400     01  WS-FIG-CURRENT  PIC 9(7)V99.                             -- One figure this period
012500     01  WS-FIG-PRIOR    PIC 9(7)V99.                             -- ...and a year earlier
012600     01  WS-FIG-CHANGE   PIC S9(7)V99.                            -- ...and the change between them
012700     01  WS-FIG-PERCENT  PIC S9(7)V9.                             -- ...as a percentage of the prior
012800     01  WS-FIG-KIND-SWITCH PIC X.                                -- What the figure line carries
012900         88  WS-FIG-IS-COUNT VALUE "C".                           -- ...a whole reading count
013000         88  WS-FIG-IS-VALUE VALUE "V".                           -- ...a reading value
013100     01  WS-ARCHIVE-LINES PIC 9(7) VALUE 0.                       -- Prior lines taken from STATSARCH
013200     01  WS-HISTORY-PRIOR PIC 9(7) VALUE 0.                       -- Prior lines taken from STATSHIST
013300     01  WS-HISTORY-CURRENT PIC 9(7) VALUE 0.                     -- Current lines taken from STATSHIST
013400     01  WS-NEW-COUNT    PIC 9(5) VALUE 0.                        -- Lines reporting this period only
013500     01  WS-MISSING-COUNT PIC 9(5) VALUE 0.                       -- Lines reporting last year only
013600     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
013700     01  WS-RPT-COUNT    PIC ZZZZZZ9.                             -- Scratch edited count for the report
013800     01  WS-RPT-VALUE    PIC ZZZZ9.99.                            -- Scratch edited reading value
013900     01  WS-RPT-COUNT-CHANGE PIC -ZZZZZZ9.                        -- Scratch edited change in a count
014000     01  WS-RPT-VALUE-CHANGE PIC -ZZZZ9.99.                       -- Scratch edited change in a value
014100     01  WS-RPT-PERCENT  PIC -ZZZZZZ9.9.                          -- Scratch edited percentage change
014200 PROCEDURE DIVISION.                                              -- Start of program logic
014300     PERFORM readControlCard                                      -- Learn which period to compare
014400     PERFORM openFiles                                            -- Open the masters and report
014500     PERFORM scanArchive                                          -- Prior-year lines already archived
014600     PERFORM scanHistory                                          -- Both periods' lines still live
014700     PERFORM writeCompareReport                                   -- Set the two periods side by side
014800     PERFORM writeTotals                                          -- Close the report with the run totals
014900     PERFORM closeFiles                                           -- Close everything on the way out
015000     MOVE WS-CMP-COUNT TO WS-RPT-COUNT                            -- Edit the line total for display
015100     DISPLAY "Station lines compared: " WS-RPT-COUNT              -- One console line for the run
015200     STOP RUN.                                                    -- End the program
015300 readControlCard.                                                 -- Subroutine to read the period card
015400     OPEN INPUT CMP-CONTROL-FILE                                  -- Open the operator's control card
015500     IF WS-CONTROL-STATUS NOT = "00"                              -- No card, no period to compare
015600         DISPLAY "CMPCTL OPEN FAILED, STATUS="                    -- Fail fast and diagnosably
015700             WS-CONTROL-STATUS                                    -- ...
015800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
015900         STOP RUN                                                 -- ...rather than guess at a period
016000     END-IF                                                       -- End of open-check
016100     READ CMP-CONTROL-FILE                                        -- Read the one control card
016200         AT END                                                   -- An empty card file names nothing
016300             DISPLAY "CMPCTL IS EMPTY"                            -- Fail fast and diagnosably
016400             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
016500             STOP RUN                                             -- ...
016600     END-READ                                                     -- End of read
016700     CLOSE CMP-CONTROL-FILE                                       -- Done with the card
016800     IF NOT CMP-IS-MONTH AND NOT CMP-IS-RANGE                     -- A period type this job doesn't know
016900         DISPLAY "CMPCTL BAD PERIOD TYPE: " CMP-PERIOD-TYPE       -- Fail fast and diagnosably
017000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
017100         STOP RUN                                                 -- ...
017200     END-IF                                                       -- End of type check
017300     IF CMP-IS-MONTH                                              -- A calendar month
017400         PERFORM editMonthCard                                    -- ...
017500     ELSE                                                         -- An explicit date range
017600         PERFORM editRangeCard                                    -- ...
017700     END-IF                                                       -- End of period-type check
017800     MOVE WS-CUR-FROM-KEY(1:4) TO WS-KEY-YEAR                     -- The same period a year earlier:
017900     SUBTRACT 1 FROM WS-KEY-YEAR                                  -- ...the same month and day, one
018000     MOVE WS-CUR-FROM-KEY TO WS-PRI-FROM-KEY                      -- ...year back at each end
018100     MOVE WS-KEY-YEAR TO WS-PRI-FROM-KEY(1:4)                     -- ...
018200     MOVE WS-CUR-TO-KEY(1:4) TO WS-KEY-YEAR                       -- ...
018300     SUBTRACT 1 FROM WS-KEY-YEAR                                  -- ...
018400     MOVE WS-CUR-TO-KEY TO WS-PRI-TO-KEY                          -- ...
018500     MOVE WS-KEY-YEAR TO WS-PRI-TO-KEY(1:4)                       -- ...
018600     IF WS-PRI-TO-KEY NOT < WS-CUR-FROM-KEY                       -- A range over a year long would
018700         DISPLAY "CMPCTL RANGE LONGER THAN A YEAR"                -- ...count lines in both periods
018800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
018900         STOP RUN                                                 -- ...
019000     END-IF                                                       -- End of overlap check
019100     MOVE SPACES TO WS-CUR-PERIOD-TEXT                            -- Name both periods for the report
019200     MOVE SPACES TO WS-PRI-PERIOD-TEXT                            -- ...
019300     IF CMP-IS-MONTH                                              -- A calendar month reads as MM/YYYY
019400         STRING CMP-MONTH "/" CMP-YEAR                            -- ...
019500             DELIMITED BY SIZE INTO WS-CUR-PERIOD-TEXT            -- ...
019600         END-STRING                                               -- End of string
019700         STRING CMP-MONTH "/" WS-PRI-FROM-KEY(1:4)                -- ...
019800             DELIMITED BY SIZE INTO WS-PRI-PERIOD-TEXT            -- ...
019900         END-STRING                                               -- End of string
020000     ELSE                                                         -- A range reads as its two dates
020100         STRING CMP-FROM-DATE " - " CMP-TO-DATE                   -- ...
020200             DELIMITED BY SIZE INTO WS-CUR-PERIOD-TEXT            -- ...
020300         END-STRING                                               -- End of string
020400         STRING WS-PRI-FROM-KEY(5:2) "/" WS-PRI-FROM-KEY(7:2)     -- ...
020500             "/" WS-PRI-FROM-KEY(1:4) " - "                       -- ...
020600             WS-PRI-TO-KEY(5:2) "/" WS-PRI-TO-KEY(7:2)            -- ...
020700             "/" WS-PRI-TO-KEY(1:4)                               -- ...
020800             DELIMITED BY SIZE INTO WS-PRI-PERIOD-TEXT            -- ...
020900         END-STRING                                               -- End of string
021000     END-IF.                                                      -- End of period-type check
021100 editMonthCard.                                                   -- Subroutine to edit-check a MONTH card
021200     IF CMP-YEAR IS NOT NUMERIC                                   -- A year that isn't one
021300         DISPLAY "CMPCTL BAD YEAR: " CMP-YEAR                     -- Fail fast and diagnosably
021400         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
021500         STOP RUN                                                 -- ...
021600     END-IF                                                       -- End of year check
021700     IF CMP-MONTH IS NOT NUMERIC                                  -- A month that isn't one
021800         OR CMP-MONTH < "01" OR CMP-MONTH > "12"                  -- ...or isn't a calendar month
021900         DISPLAY "CMPCTL BAD MONTH: " CMP-MONTH                   -- Fail fast and diagnosably
022000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
022100         STOP RUN                                                 -- ...
022200     END-IF                                                       -- End of month check
022300     STRING CMP-YEAR CMP-MONTH "01"                               -- The month runs from its first
022400         DELIMITED BY SIZE INTO WS-CUR-FROM-KEY                   -- ...day to its last - 31 covers
022500     END-STRING                                                   -- ...every month, since only
022600     STRING CMP-YEAR CMP-MONTH "31"                               -- ...real dates are on file
022700         DELIMITED BY SIZE INTO WS-CUR-TO-KEY                     -- ...
022800     END-STRING.                                                  -- End of string
022900 editRangeCard.                                                   -- Subroutine to edit-check a RANGE card
023000     IF CMP-FROM-DATE(3:1) NOT = "/"                              -- Both dates must be MM/DD/YYYY,
023100         OR CMP-FROM-DATE(6:1) NOT = "/"                          -- ...the same as every run date,
023200         OR CMP-FROM-DATE(1:2) IS NOT NUMERIC                     -- ...or they cannot be compared
023300         OR CMP-FROM-DATE(4:2) IS NOT NUMERIC                     -- ...against them
023400         OR CMP-FROM-DATE(7:4) IS NOT NUMERIC                     -- ...
023500         OR CMP-FROM-DATE(1:2) < "01" OR CMP-FROM-DATE(1:2) > "12"-- ...
023600         OR CMP-FROM-DATE(4:2) < "01" OR CMP-FROM-DATE(4:2) > "31"-- ...
023700         DISPLAY "CMPCTL BAD FROM DATE: " CMP-FROM-DATE           -- Fail fast and diagnosably
023800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
023900         STOP RUN                                                 -- ...
024000     END-IF                                                       -- End of from-date check
024100     IF CMP-TO-DATE(3:1) NOT = "/"                                -- ...
024200         OR CMP-TO-DATE(6:1) NOT = "/"                            -- ...
024300         OR CMP-TO-DATE(1:2) IS NOT NUMERIC                       -- ...
024400         OR CMP-TO-DATE(4:2) IS NOT NUMERIC                       -- ...
024500         OR CMP-TO-DATE(7:4) IS NOT NUMERIC                       -- ...
024600         OR CMP-TO-DATE(1:2) < "01" OR CMP-TO-DATE(1:2) > "12"    -- ...
024700         OR CMP-TO-DATE(4:2) < "01" OR CMP-TO-DATE(4:2) > "31"    -- ...
024800         DISPLAY "CMPCTL BAD TO DATE: " CMP-TO-DATE               -- Fail fast and diagnosably
024900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
025000         STOP RUN                                                 -- ...
025100     END-IF                                                       -- End of to-date check
025200     STRING CMP-FROM-DATE(7:4) CMP-FROM-DATE(1:2)                 -- Year-first keys - raw
025300         CMP-FROM-DATE(4:2)                                       -- ...MM/DD/YYYY text orders
025400         DELIMITED BY SIZE INTO WS-CUR-FROM-KEY                   -- ...across years wrongly
025500     END-STRING                                                   -- End of string
025600     STRING CMP-TO-DATE(7:4) CMP-TO-DATE(1:2)                     -- ...
025700         CMP-TO-DATE(4:2)                                         -- ...
025800         DELIMITED BY SIZE INTO WS-CUR-TO-KEY                     -- ...
025900     END-STRING                                                   -- End of string
026000     IF WS-CUR-TO-KEY < WS-CUR-FROM-KEY                           -- A range that ends before it starts
026100         DISPLAY "CMPCTL RANGE ENDS BEFORE IT STARTS"             -- Fail fast and diagnosably
026200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
026300         STOP RUN                                                 -- ...
026400     END-IF.                                                      -- End of order check
026500 openFiles.                                                       -- Subroutine to open the run's files
026600     OPEN INPUT STATS-HISTORY-FILE                                -- Open the live master
026700     IF WS-HISTORY-STATUS NOT = "00"                              -- No master to compare from
026800         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
026900             WS-HISTORY-STATUS                                    -- ...
027000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
027100         STOP RUN                                                 -- ...
027200     END-IF                                                       -- End of open-check
027300     OPEN INPUT CMP-ARCHIVE-FILE                                  -- Nothing archived yet is not an
027400     IF WS-ARCHIVE-STATUS = "00"                                  -- ...error - last year is then all
027500         SET WS-ARCHIVE-OPEN TO TRUE                              -- ...still on the live master
027600     END-IF                                                       -- End of open-check
027700     OPEN OUTPUT CMP-REPORT-FILE                                  -- Open the print file for this run
027800     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
027900         DISPLAY "CMPRPT OPEN FAILED, STATUS="                    -- Fail fast and diagnosably
028000             WS-REPORT-STATUS                                     -- ...
028100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
028200         STOP RUN                                                 -- ...
028300     END-IF.                                                      -- End of open-check
028400 scanArchive.                                                     -- Subroutine to gather the archived prior lines
028500     IF WS-ARCHIVE-OPEN                                           -- Only when there is an archive
028600         MOVE "N" TO WS-SCAN-EOF-SWITCH                           -- ...
028700         PERFORM readArchiveLine UNTIL WS-SCAN-EOF                -- One pass per archived line
028800     END-IF.                                                      -- End of archive check
028900 readArchiveLine.                                                 -- Subroutine to weigh one archived line
029000     READ CMP-ARCHIVE-FILE                                        -- Read the next archived line
029100         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
029200         NOT AT END                                               -- A line was read
029300             PERFORM reshapeArchiveImage                          -- Refield it as a history line
029400             STRING AIM-RUN-DATE(7:4) AIM-RUN-DATE(1:2)           -- Build its year-first key
029500                 AIM-RUN-DATE(4:2)                                -- ...
029600                 DELIMITED BY SIZE INTO WS-REC-SORT-KEY           -- ...
029700             END-STRING                                           -- End of string
029800             IF WS-REC-SORT-KEY NOT < WS-PRI-FROM-KEY             -- Only last year's period is
029900                 AND WS-REC-SORT-KEY NOT > WS-PRI-TO-KEY          -- ...taken from the archive -
030000                 PERFORM noteArchivedBatch                        -- ...this period is never cut yet
030100                 MOVE AIM-STATION-ID TO WS-LINE-STATION           -- ...
030200                 MOVE AIM-READING-TYPE TO WS-LINE-TYPE            -- ...
030300                 MOVE AIM-RECORD-COUNT TO WS-LINE-RECORDS         -- ...
030400                 MOVE AIM-SMALLEST TO WS-LINE-SMALLEST            -- ...
030500                 MOVE AIM-LARGEST TO WS-LINE-LARGEST              -- ...
030600                 MOVE AIM-MEAN TO WS-LINE-MEAN                    -- ...
030700                 SET WS-LINE-PRIOR TO TRUE                        -- ...
030800                 PERFORM accumulateLine                           -- ...
030900                 ADD 1 TO WS-ARCHIVE-LINES                        -- ...
031000             END-IF                                               -- End of period check
031100     END-READ.                                                    -- End of read
031200 reshapeArchiveImage.                                             -- Subroutine to refield one archived image
031300     MOVE CMP-IMAGE TO WS-ARC-RECORD                              -- The image as cut today
031400     IF AIM-READING-TYPE = "L" OR AIM-READING-TYPE = "F"          -- A current-shape image
031500         CONTINUE                                                 -- ...needs nothing more
031600     ELSE                                                         -- A line cut before the type key
031700*                                                                 -- ...leg existed has the count's
031800*                                                                 -- ...first digit where the type
031900*                                                                 -- ...now sits
032000         MOVE CMP-IMAGE TO WS-ARC-LEGACY                          -- Refield it on the legacy shape
032100         MOVE LGI-RUN-DATE TO AIM-RUN-DATE                        -- ...and rebuild the line with
032200         MOVE LGI-BATCH-ID TO AIM-BATCH-ID                        -- ...the type defaulted to "L",
032300         MOVE LGI-STATION-ID TO AIM-STATION-ID                    -- ...the same blank-type-means-
032400         MOVE "L" TO AIM-READING-TYPE                             -- ...level rule the other
032500         MOVE LGI-RECORD-COUNT TO AIM-RECORD-COUNT                -- ...programs use
032600         MOVE LGI-SMALLEST TO AIM-SMALLEST                        -- ...
032700         MOVE LGI-LARGEST TO AIM-LARGEST                          -- ...
032800         MOVE LGI-MODE TO AIM-MODE                                -- ...
032900         MOVE LGI-MEAN TO AIM-MEAN                                -- ...
033000         MOVE LGI-MEDIAN TO AIM-MEDIAN                            -- ...
033100         MOVE LGI-STDDEV TO AIM-STDDEV                            -- ...
033200     END-IF.                                                      -- End of shape check
033300 noteArchivedBatch.                                               -- Subroutine to remember one archived batch
033400     MOVE 1 TO WS-ARB-IDX                                         -- Already noted?
033500     PERFORM UNTIL WS-ARB-IDX > WS-ARB-COUNT                      -- ...
033600         OR (WS-ARB-RUN-DATE(WS-ARB-IDX) = AIM-RUN-DATE           -- ...
033700             AND WS-ARB-BATCH-ID(WS-ARB-IDX) = AIM-BATCH-ID)      -- ...
033800         ADD 1 TO WS-ARB-IDX                                      -- ...
033900     END-PERFORM                                                  -- End of search
034000     IF WS-ARB-IDX > WS-ARB-COUNT                                 -- A batch not yet noted
034100         IF WS-ARB-COUNT < WS-MAX-ARCHIVED                        -- ...and room for it
034200             ADD 1 TO WS-ARB-COUNT                                -- ...
034300             MOVE AIM-RUN-DATE TO WS-ARB-RUN-DATE(WS-ARB-COUNT)   -- ...
034400             MOVE AIM-BATCH-ID TO WS-ARB-BATCH-ID(WS-ARB-COUNT)   -- ...
034500         ELSE                                                     -- No room - a restored copy of
034600             ADD 1 TO WS-ARB-DROPPED                              -- ...it on STATSHIST would count
034700             MOVE 8 TO WS-NEW-RC                                  -- ...twice, so say so loudly
034800             PERFORM raiseReturnCode                              -- Scheduler severity: hold and look
034900         END-IF                                                   -- End of room check
035000     END-IF.                                                      -- End of noted check
035100 scanHistory.                                                     -- Subroutine to gather the live lines
035200     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- The master is keyed by run date
035300     MOVE LOW-VALUES TO HST-HIST-KEY                              -- ...first, which does not order
035400     START STATS-HISTORY-FILE                                     -- ...by year - walk it all
035500         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
035600         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master has nothing
035700     END-START                                                    -- End of start
035800     PERFORM readHistoryLine UNTIL WS-SCAN-EOF.                   -- One pass per history line
035900 readHistoryLine.                                                 -- Subroutine to weigh one live line
036000     READ STATS-HISTORY-FILE NEXT RECORD                          -- Read the next history line
036100         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
036200         NOT AT END                                               -- A line was read
036300             PERFORM checkPeriod                                  -- Which period, if either?
036400             IF WS-LINE-PRIOR                                     -- Last year's period, unless the
036500                 PERFORM checkArchivedBatch                       -- ...batch was already taken
036600                 IF WS-BATCH-ARCHIVED                             -- ...from the archive - a
036700                     SET WS-LINE-OUTSIDE TO TRUE                  -- ...restored copy
036800                 ELSE                                             -- ...
036900                     ADD 1 TO WS-HISTORY-PRIOR                    -- ...
037000                 END-IF                                           -- End of archived check
037100             END-IF                                               -- End of prior check
037200             IF WS-LINE-CURRENT                                   -- ...
037300                 ADD 1 TO WS-HISTORY-CURRENT                      -- ...
037400             END-IF                                               -- End of current check
037500             IF NOT WS-LINE-OUTSIDE                               -- A line to take
037600                 MOVE HST-STATION-ID TO WS-LINE-STATION           -- ...
037700                 MOVE HST-READING-TYPE TO WS-LINE-TYPE            -- ...
037800                 IF WS-LINE-TYPE = SPACE                          -- A blank type is level, as in
037900                     MOVE "L" TO WS-LINE-TYPE                     -- ...the other programs
038000                 END-IF                                           -- End of type check
038100                 MOVE HST-RECORD-COUNT TO WS-LINE-RECORDS         -- ...
038200                 MOVE HST-SMALLEST TO WS-LINE-SMALLEST            -- ...
038300                 MOVE HST-LARGEST TO WS-LINE-LARGEST              -- ...
038400                 MOVE HST-MEAN TO WS-LINE-MEAN                    -- ...
038500                 PERFORM accumulateLine                           -- ...
038600             END-IF                                               -- End of take check
038700     END-READ.                                                    -- End of read
038800 checkPeriod.                                                     -- Subroutine to place one line's date
038900     STRING HST-RUN-DATE(7:4) HST-RUN-DATE(1:2)                   -- Build its year-first key
039000         HST-RUN-DATE(4:2)                                        -- ...
039100         DELIMITED BY SIZE INTO WS-REC-SORT-KEY                   -- ...
039200     END-STRING                                                   -- End of string
039300     SET WS-LINE-OUTSIDE TO TRUE                                  -- Outside both until matched
039400     IF WS-REC-SORT-KEY NOT < WS-CUR-FROM-KEY                     -- Inside the period the card
039500         AND WS-REC-SORT-KEY NOT > WS-CUR-TO-KEY                  -- ...names
039600         SET WS-LINE-CURRENT TO TRUE                              -- ...
039700     END-IF                                                       -- End of current check
039800     IF WS-REC-SORT-KEY NOT < WS-PRI-FROM-KEY                     -- Inside the same period a year
039900         AND WS-REC-SORT-KEY NOT > WS-PRI-TO-KEY                  -- ...earlier
040000         SET WS-LINE-PRIOR TO TRUE                                -- ...
040100     END-IF.                                                      -- End of prior check
040200 checkArchivedBatch.                                              -- Subroutine to look for a batch on the archive
040300     MOVE "N" TO WS-ARCHIVED-SWITCH                               -- Not archived until found
040400     PERFORM VARYING WS-ARB-IDX FROM 1 BY 1                       -- ...
040500         UNTIL WS-ARB-IDX > WS-ARB-COUNT OR WS-BATCH-ARCHIVED     -- ...
040600         IF WS-ARB-RUN-DATE(WS-ARB-IDX) = HST-RUN-DATE            -- ...
040700             AND WS-ARB-BATCH-ID(WS-ARB-IDX) = HST-BATCH-ID       -- ...
040800             SET WS-BATCH-ARCHIVED TO TRUE                        -- ...
040900         END-IF                                                   -- End of match check
041000     END-PERFORM.                                                 -- End of search
041100 accumulateLine.                                                  -- Subroutine to add one line to its entry
041200     MOVE 1 TO WS-CMP-IDX                                         -- Find the entry, or where it goes
041300     PERFORM UNTIL WS-CMP-IDX > WS-CMP-COUNT                      -- ...in station/type order
041400         OR WS-CMP-KEY(WS-CMP-IDX) NOT < WS-LINE-KEY              -- ...
041500         ADD 1 TO WS-CMP-IDX                                      -- ...
041600     END-PERFORM                                                  -- End of search
041700     IF WS-CMP-IDX > WS-CMP-COUNT                                 -- A station and type not yet
041800         OR WS-CMP-KEY(WS-CMP-IDX) NOT = WS-LINE-KEY              -- ...seen
041900         IF WS-CMP-COUNT >= WS-MAX-CMP-ENTRIES                    -- No room for it
042000             MOVE 0 TO WS-CMP-IDX                                 -- ...leave it out and say so
042100             ADD 1 TO WS-CMP-DROPPED                              -- ...
042200             MOVE 8 TO WS-NEW-RC                                  -- Scheduler severity: hold and look
042300             PERFORM raiseReturnCode                              -- ...
042400         ELSE                                                     -- Open a slot for it
042500             PERFORM VARYING WS-CMP-SHIFT FROM WS-CMP-COUNT BY -1 -- ...
042600                 UNTIL WS-CMP-SHIFT < WS-CMP-IDX                  -- ...
042700                 MOVE WS-CMP-ENTRY(WS-CMP-SHIFT)                  -- ...
042800                     TO WS-CMP-ENTRY(WS-CMP-SHIFT + 1)            -- ...
042900             END-PERFORM                                          -- End of shift loop
043000             ADD 1 TO WS-CMP-COUNT                                -- ...
043100             MOVE WS-LINE-KEY TO WS-CMP-KEY(WS-CMP-IDX)           -- ...
043200             MOVE 0 TO WS-CMP-CUR-LINES(WS-CMP-IDX)               -- Nothing gathered yet
043300             MOVE 0 TO WS-CMP-CUR-RECORDS(WS-CMP-IDX)             -- ...
043400             MOVE 999.99 TO WS-CMP-CUR-SMALLEST(WS-CMP-IDX)       -- ...
043500             MOVE 0 TO WS-CMP-CUR-LARGEST(WS-CMP-IDX)             -- ...
043600             MOVE 0 TO WS-CMP-CUR-WEIGHTED(WS-CMP-IDX)            -- ...
043700             MOVE 0 TO WS-CMP-PRI-LINES(WS-CMP-IDX)               -- ...
043800             MOVE 0 TO WS-CMP-PRI-RECORDS(WS-CMP-IDX)             -- ...
043900             MOVE 999.99 TO WS-CMP-PRI-SMALLEST(WS-CMP-IDX)       -- ...
044000             MOVE 0 TO WS-CMP-PRI-LARGEST(WS-CMP-IDX)             -- ...
044100             MOVE 0 TO WS-CMP-PRI-WEIGHTED(WS-CMP-IDX)            -- ...
044200         END-IF                                                   -- End of room check
044300     END-IF                                                       -- End of new-entry check
044400     IF WS-CMP-IDX > 0 AND WS-LINE-CURRENT                        -- A line for this period
044500         ADD 1 TO WS-CMP-CUR-LINES(WS-CMP-IDX)                    -- ...
044600         IF WS-LINE-RECORDS > 0                                   -- Only a line with readings has
044700             ADD WS-LINE-RECORDS TO WS-CMP-CUR-RECORDS(WS-CMP-IDX)-- ...figures worth weighing
044800             IF WS-LINE-SMALLEST < WS-CMP-CUR-SMALLEST(WS-CMP-IDX)-- ...
044900                 MOVE WS-LINE-SMALLEST                            -- ...
045000                     TO WS-CMP-CUR-SMALLEST(WS-CMP-IDX)           -- ...
045100             END-IF                                               -- End of smallest check
045200             IF WS-LINE-LARGEST > WS-CMP-CUR-LARGEST(WS-CMP-IDX)  -- ...
045300                 MOVE WS-LINE-LARGEST                             -- ...
045400                     TO WS-CMP-CUR-LARGEST(WS-CMP-IDX)            -- ...
045500             END-IF                                               -- End of largest check
045600             COMPUTE WS-CMP-CUR-WEIGHTED(WS-CMP-IDX) =            -- Weight the line's mean by its
045700                 WS-CMP-CUR-WEIGHTED(WS-CMP-IDX) +                -- ...own reading count, as
045800                 (WS-LINE-MEAN * WS-LINE-RECORDS)                 -- ...statistics_rollup does
045900         END-IF                                                   -- End of readings check
046000     END-IF                                                       -- End of current check
046100     IF WS-CMP-IDX > 0 AND WS-LINE-PRIOR                          -- A line for a year earlier
046200         ADD 1 TO WS-CMP-PRI-LINES(WS-CMP-IDX)                    -- ...
046300         IF WS-LINE-RECORDS > 0                                   -- ...
046400             ADD WS-LINE-RECORDS TO WS-CMP-PRI-RECORDS(WS-CMP-IDX)-- ...
046500             IF WS-LINE-SMALLEST < WS-CMP-PRI-SMALLEST(WS-CMP-IDX)-- ...
046600                 MOVE WS-LINE-SMALLEST                            -- ...
046700                     TO WS-CMP-PRI-SMALLEST(WS-CMP-IDX)           -- ...
046800             END-IF                                               -- End of smallest check
046900             IF WS-LINE-LARGEST > WS-CMP-PRI-LARGEST(WS-CMP-IDX)  -- ...
047000                 MOVE WS-LINE-LARGEST                             -- ...
047100                     TO WS-CMP-PRI-LARGEST(WS-CMP-IDX)            -- ...
047200             END-IF                                               -- End of largest check
047300             COMPUTE WS-CMP-PRI-WEIGHTED(WS-CMP-IDX) =            -- ...
047400                 WS-CMP-PRI-WEIGHTED(WS-CMP-IDX) +                -- ...
047500                 (WS-LINE-MEAN * WS-LINE-RECORDS)                 -- ...
047600         END-IF                                                   -- End of readings check
047700     END-IF.                                                      -- End of prior check
047800 writeCompareReport.                                              -- Subroutine to write the side-by-side report
047900     MOVE SPACES TO CMP-REPORT-TITLE-LINE                         -- Clear the title line
048000     MOVE "SAME PERIOD LAST YEAR COMPARISON REPORT"               -- Set the report title
048100         TO CMPT-TITLE-TEXT                                       -- ...
048200     WRITE CMP-REPORT-TITLE-LINE                                  -- Write the report title
048300     MOVE SPACES TO CMP-REPORT-DETAIL-LINE                        -- Clear the detail line
048400     MOVE "CURRENT PERIOD" TO CMPD-LABEL                          -- The period the card names
048500     MOVE WS-CUR-PERIOD-TEXT TO CMPD-VALUE                        -- ...
048600     WRITE CMP-REPORT-DETAIL-LINE                                 -- Write the detail line
048700     MOVE SPACES TO CMP-REPORT-DETAIL-LINE                        -- Clear the detail line
048800     MOVE "PRIOR PERIOD" TO CMPD-LABEL                            -- ...and the one it is set against
048900     MOVE WS-PRI-PERIOD-TEXT TO CMPD-VALUE                        -- ...
049000     WRITE CMP-REPORT-DETAIL-LINE                                 -- Write the detail line
049100     PERFORM VARYING WS-CMP-IDX FROM 1 BY 1                       -- One block per station and type
049200         UNTIL WS-CMP-IDX > WS-CMP-COUNT                          -- ...
049300         PERFORM writeStationBlock                                -- ...
049400     END-PERFORM.                                                 -- End of station loop
049500 writeStationBlock.                                               -- Subroutine to write one station/type block
049600     MOVE SPACES TO CMP-REPORT-SECTION-LINE                       -- Clear the section line
049700     MOVE "STATION" TO CMPS-LABEL                                 -- Name the station and type
049800     MOVE WS-CMP-STATION(WS-CMP-IDX) TO CMPS-STATION-ID           -- ...
049900     IF WS-CMP-TYPE(WS-CMP-IDX) = "F"                             -- ...
050000         MOVE "FLOW" TO CMPS-TYPE                                 -- ...
050100     ELSE                                                         -- ...
050200         MOVE "LEVEL" TO CMPS-TYPE                                -- ...
050300     END-IF                                                       -- End of type check
050400     IF WS-CMP-PRI-LINES(WS-CMP-IDX) = 0                          -- Reported this period only
050500         MOVE "NEW" TO CMPS-FLAG                                  -- ...
050600         ADD 1 TO WS-NEW-COUNT                                    -- ...
050700     END-IF                                                       -- End of new check
050800     IF WS-CMP-CUR-LINES(WS-CMP-IDX) = 0                          -- Reported last year only - a
050900         MOVE "MISSING" TO CMPS-FLAG                              -- ...station gone quiet is worth
051000         ADD 1 TO WS-MISSING-COUNT                                -- ...a look
051100         MOVE 4 TO WS-NEW-RC                                      -- Scheduler severity: look at the report
051200         PERFORM raiseReturnCode                                  -- ...
051300     END-IF                                                       -- End of missing check
051400     WRITE CMP-REPORT-SECTION-LINE                                -- Write the section line
051500     MOVE SPACES TO CMP-REPORT-FIGURE-LINE                        -- Head the figure columns
051600     MOVE "CURRENT" TO CMPF-CURRENT                               -- ...
051700     MOVE "PRIOR" TO CMPF-PRIOR                                   -- ...
051800     MOVE "CHANGE" TO CMPF-CHANGE                                 -- ...
051900     MOVE "PERCENT" TO CMPF-PERCENT                               -- ...
052000     WRITE CMP-REPORT-FIGURE-LINE                                 -- Write the column heading
052100     MOVE 0 TO WS-CUR-MEAN                                        -- Reading-weighted mean of each
052200     IF WS-CMP-CUR-RECORDS(WS-CMP-IDX) > 0                        -- ...period - guard the divide,
052300         COMPUTE WS-CUR-MEAN ROUNDED =                            -- ...a period may have no
052400             WS-CMP-CUR-WEIGHTED(WS-CMP-IDX) /                    -- ...valid readings
052500             WS-CMP-CUR-RECORDS(WS-CMP-IDX)                       -- ...
052600     END-IF                                                       -- End of current-mean check
052700     MOVE 0 TO WS-PRI-MEAN                                        -- ...
052800     IF WS-CMP-PRI-RECORDS(WS-CMP-IDX) > 0                        -- ...
052900         COMPUTE WS-PRI-MEAN ROUNDED =                            -- ...
053000             WS-CMP-PRI-WEIGHTED(WS-CMP-IDX) /                    -- ...
053100             WS-CMP-PRI-RECORDS(WS-CMP-IDX)                       -- ...
053200     END-IF                                                       -- End of prior-mean check
053300     SET WS-FIG-IS-COUNT TO TRUE                                  -- Readings
053400     MOVE "READINGS" TO CMPF-LABEL                                -- ...
053500     MOVE WS-CMP-CUR-RECORDS(WS-CMP-IDX) TO WS-FIG-CURRENT        -- ...
053600     MOVE WS-CMP-PRI-RECORDS(WS-CMP-IDX) TO WS-FIG-PRIOR          -- ...
053700     PERFORM writeFigureLine                                      -- ...
053800     SET WS-FIG-IS-VALUE TO TRUE                                  -- The figures are only worth
053900     IF WS-CMP-CUR-RECORDS(WS-CMP-IDX) = 0                        -- ...showing where a period had
054000         MOVE 0 TO WS-CMP-CUR-SMALLEST(WS-CMP-IDX)                -- ...readings - zero, not the
054100     END-IF                                                       -- ...seed, where it had none
054200     IF WS-CMP-PRI-RECORDS(WS-CMP-IDX) = 0                        -- ...
054300         MOVE 0 TO WS-CMP-PRI-SMALLEST(WS-CMP-IDX)                -- ...
054400     END-IF                                                       -- End of seed check
054500     MOVE "SMALLEST" TO CMPF-LABEL                                -- Smallest reading
054600     MOVE WS-CMP-CUR-SMALLEST(WS-CMP-IDX) TO WS-FIG-CURRENT       -- ...
054700     MOVE WS-CMP-PRI-SMALLEST(WS-CMP-IDX) TO WS-FIG-PRIOR         -- ...
054800     PERFORM writeFigureLine                                      -- ...
054900     MOVE "LARGEST" TO CMPF-LABEL                                 -- Largest reading
055000     MOVE WS-CMP-CUR-LARGEST(WS-CMP-IDX) TO WS-FIG-CURRENT        -- ...
055100     MOVE WS-CMP-PRI-LARGEST(WS-CMP-IDX) TO WS-FIG-PRIOR          -- ...
055200     PERFORM writeFigureLine                                      -- ...
055300     MOVE "MEAN" TO CMPF-LABEL                                    -- Reading-weighted mean
055400     MOVE WS-CUR-MEAN TO WS-FIG-CURRENT                           -- ...
055500     MOVE WS-PRI-MEAN TO WS-FIG-PRIOR                             -- ...
055600     PERFORM writeFigureLine.                                     -- ...
055700 writeFigureLine.                                                 -- Subroutine to write one figure side by side
055800     MOVE SPACES TO CMPF-CURRENT CMPF-PRIOR                       -- Clear the figure columns,
055900         CMPF-CHANGE CMPF-PERCENT                                 -- ...keeping the label
056000     IF WS-CMP-CUR-LINES(WS-CMP-IDX) > 0                          -- This period's figure, if it
056100         IF WS-FIG-IS-COUNT                                       -- ...reported
056200             MOVE WS-FIG-CURRENT TO WS-RPT-COUNT                  -- ...
056300             MOVE WS-RPT-COUNT TO CMPF-CURRENT                    -- ...
056400         ELSE                                                     -- ...
056500             MOVE WS-FIG-CURRENT TO WS-RPT-VALUE                  -- ...
056600             MOVE WS-RPT-VALUE TO CMPF-CURRENT                    -- ...
056700         END-IF                                                   -- End of kind check
056800     END-IF                                                       -- End of current check
056900     IF WS-CMP-PRI-LINES(WS-CMP-IDX) > 0                          -- Last year's figure, if it
057000         IF WS-FIG-IS-COUNT                                       -- ...reported
057100             MOVE WS-FIG-PRIOR TO WS-RPT-COUNT                    -- ...
057200             MOVE WS-RPT-COUNT TO CMPF-PRIOR                      -- ...
057300         ELSE                                                     -- ...
057400             MOVE WS-FIG-PRIOR TO WS-RPT-VALUE                    -- ...
057500             MOVE WS-RPT-VALUE TO CMPF-PRIOR                      -- ...
057600         END-IF                                                   -- End of kind check
057700     END-IF                                                       -- End of prior check
057800     IF WS-CMP-CUR-LINES(WS-CMP-IDX) > 0                          -- A change only where both
057900         AND WS-CMP-PRI-LINES(WS-CMP-IDX) > 0                     -- ...periods reported
058000         COMPUTE WS-FIG-CHANGE = WS-FIG-CURRENT - WS-FIG-PRIOR    -- ...
058100         IF WS-FIG-IS-COUNT                                       -- ...
058200             MOVE WS-FIG-CHANGE TO WS-RPT-COUNT-CHANGE            -- ...
058300             MOVE WS-RPT-COUNT-CHANGE TO CMPF-CHANGE              -- ...
058400         ELSE                                                     -- ...
058500             MOVE WS-FIG-CHANGE TO WS-RPT-VALUE-CHANGE            -- ...
058600             MOVE WS-RPT-VALUE-CHANGE TO CMPF-CHANGE              -- ...
058700         END-IF                                                   -- End of kind check
058800         IF WS-FIG-PRIOR = 0                                      -- No percentage of nothing
058900             MOVE "N/A" TO CMPF-PERCENT                           -- ...
059000         ELSE                                                     -- ...
059100             COMPUTE WS-FIG-PERCENT ROUNDED =                     -- The change as a share of
059200                 WS-FIG-CHANGE * 100 / WS-FIG-PRIOR               -- ...last year's figure
059300                 ON SIZE ERROR                                    -- ...past what the column holds
059400                     MOVE 9999999.9 TO WS-FIG-PERCENT             -- ...shows as its ceiling
059500             END-COMPUTE                                          -- End of compute
059600             MOVE WS-FIG-PERCENT TO WS-RPT-PERCENT                -- ...
059700             STRING WS-RPT-PERCENT "%"                            -- ...
059800                 DELIMITED BY SIZE INTO CMPF-PERCENT              -- ...
059900             END-STRING                                           -- End of string
060000         END-IF                                                   -- End of zero check
060100     END-IF                                                       -- End of both-periods check
060200     WRITE CMP-REPORT-FIGURE-LINE.                                -- Write the figure line
060300 writeTotals.                                                     -- Subroutine to close the report with the totals
060400     MOVE SPACES TO CMP-REPORT-DETAIL-LINE                        -- Clear the detail line
060500     MOVE "STATION LINES COMPARED" TO CMPD-LABEL                  -- Station/type blocks written
060600     MOVE WS-CMP-COUNT TO WS-RPT-COUNT                            -- ...
060700     MOVE WS-RPT-COUNT TO CMPD-VALUE                              -- ...
060800     WRITE CMP-REPORT-DETAIL-LINE                                 -- ...
060900     MOVE SPACES TO CMP-REPORT-DETAIL-LINE                        -- Clear the detail line
061000     MOVE "NEW THIS PERIOD" TO CMPD-LABEL                         -- Reported this period only
061100     MOVE WS-NEW-COUNT TO WS-RPT-COUNT                            -- ...
061200     MOVE WS-RPT-COUNT TO CMPD-VALUE                              -- ...
061300     WRITE CMP-REPORT-DETAIL-LINE                                 -- ...
061400     MOVE SPACES TO CMP-REPORT-DETAIL-LINE                        -- Clear the detail line
061500     MOVE "MISSING THIS PERIOD" TO CMPD-LABEL                     -- Reported last year only
061600     MOVE WS-MISSING-COUNT TO WS-RPT-COUNT                        -- ...
061700     MOVE WS-RPT-COUNT TO CMPD-VALUE                              -- ...
061800     WRITE CMP-REPORT-DETAIL-LINE                                 -- ...
061900     MOVE SPACES TO CMP-REPORT-DETAIL-LINE                        -- Clear the detail line
062000     MOVE "CURRENT LINES FROM STATSHIST" TO CMPD-LABEL            -- Where each period's lines
062100     MOVE WS-HISTORY-CURRENT TO WS-RPT-COUNT                      -- ...came from
062200     MOVE WS-RPT-COUNT TO CMPD-VALUE                              -- ...
062300     WRITE CMP-REPORT-DETAIL-LINE                                 -- ...
062400     MOVE SPACES TO CMP-REPORT-DETAIL-LINE                        -- Clear the detail line
062500     MOVE "PRIOR LINES FROM STATSARCH" TO CMPD-LABEL              -- ...
062600     MOVE WS-ARCHIVE-LINES TO WS-RPT-COUNT                        -- ...
062700     MOVE WS-RPT-COUNT TO CMPD-VALUE                              -- ...
062800     WRITE CMP-REPORT-DETAIL-LINE                                 -- ...
062900     MOVE SPACES TO CMP-REPORT-DETAIL-LINE                        -- Clear the detail line
063000     MOVE "PRIOR LINES FROM STATSHIST" TO CMPD-LABEL              -- ...
063100     MOVE WS-HISTORY-PRIOR TO WS-RPT-COUNT                        -- ...
063200     MOVE WS-RPT-COUNT TO CMPD-VALUE                              -- ...
063300     WRITE CMP-REPORT-DETAIL-LINE                                 -- ...
063400     IF WS-CMP-DROPPED > 0                                        -- Lines left out for want of
063500         MOVE SPACES TO CMP-REPORT-DETAIL-LINE                    -- ...table room
063600         MOVE "LINES PAST STATION TABLE" TO CMPD-LABEL            -- ...
063700         MOVE WS-CMP-DROPPED TO WS-RPT-COUNT                      -- ...
063800         MOVE WS-RPT-COUNT TO CMPD-VALUE                          -- ...
063900         WRITE CMP-REPORT-DETAIL-LINE                             -- ...
064000     END-IF                                                       -- End of dropped check
064100     IF WS-ARB-DROPPED > 0                                        -- Archived batches not remembered -
064200         MOVE SPACES TO CMP-REPORT-DETAIL-LINE                    -- ...a restored copy may be
064300         MOVE "ARCHIVED BATCHES UNTRACKED" TO CMPD-LABEL          -- ...counted twice
064400         MOVE WS-ARB-DROPPED TO WS-RPT-COUNT                      -- ...
064500         MOVE WS-RPT-COUNT TO CMPD-VALUE                          -- ...
064600         WRITE CMP-REPORT-DETAIL-LINE                             -- ...
064700     END-IF.                                                      -- End of untracked check
064800 raiseReturnCode.                                                 -- Subroutine to grade up RETURN-CODE
064900     IF WS-NEW-RC > RETURN-CODE                                   -- Only ever raise the severity
065000         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...
065100     END-IF.                                                      -- End of severity check
065200 closeFiles.                                                      -- Subroutine to close the run's files
065300     CLOSE STATS-HISTORY-FILE                                     -- Done with the master
065400     IF WS-ARCHIVE-OPEN                                           -- Done with the archive, if it
065500         CLOSE CMP-ARCHIVE-FILE                                   -- ...was there
065600     END-IF                                                       -- End of archive check
065700     CLOSE CMP-REPORT-FILE.                                       -- Done with the report
065800 END PROGRAM statistics_compare.                                  -- End of program
