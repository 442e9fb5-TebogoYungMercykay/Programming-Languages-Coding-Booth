000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_convert.                                  -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT STATS-OLD-STATION-FILE ASSIGN TO "STATSSTAO"          -- Station master, as last unloaded
000700         ORGANIZATION IS INDEXED                                  -- Keyed, in the 55-byte layout
000800         ACCESS MODE IS DYNAMIC                                   -- One pass in key order
000900         RECORD KEY IS OST-STATION-ID                             -- Station id
001000         FILE STATUS IS WS-OLD-STATION-STATUS.                    -- I-O status for convertStations
001100     SELECT STATS-STATION-FILE ASSIGN TO "STATSSTA"               -- Station master, new layout
001200         ORGANIZATION IS INDEXED                                  -- Keyed, with the alarm limits
001300         ACCESS MODE IS DYNAMIC                                   -- Loaded in key order
001400         RECORD KEY IS STA-STATION-ID                             -- Station id
001500         FILE STATUS IS WS-STATION-STATUS.                        -- I-O status for convertStations
001600     SELECT STATS-OLD-DETAIL-FILE ASSIGN TO "STATSDTLO"           -- Readings master, as last unloaded
001700         ORGANIZATION IS INDEXED                                  -- Keyed, in the 35-byte layout
001800         ACCESS MODE IS DYNAMIC                                   -- One pass in key order
001900         RECORD KEY IS ODT-DTL-KEY                                -- Date + batch + station + type + seq
002000         FILE STATUS IS WS-OLD-DETAIL-STATUS.                     -- I-O status for convertReadings
002100     SELECT STATS-DETAIL-FILE ASSIGN TO "STATSDTL"                -- Readings master, new layout
002200         ORGANIZATION IS INDEXED                                  -- Keyed, with the raw value
002300         ACCESS MODE IS DYNAMIC                                   -- Loaded in key order
002400         RECORD KEY IS DTL-DTL-KEY                                -- Date + batch + station + type + seq
002500         FILE STATUS IS WS-DETAIL-STATUS.                         -- I-O status for convertReadings
002600     SELECT CNV-REPORT-FILE ASSIGN TO "CONVRPT"                   -- Conversion count report
002700         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
002800         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
002900 DATA DIVISION.                                                   -- Start of data declaration
003000 FILE SECTION.                                                    -- File record descriptions
003100 FD  STATS-OLD-STATION-FILE.                                      -- Station master, as last unloaded
003200 01  STATS-OLD-STATION-RECORD.                                    -- STATS-STATION-RECORD as it stood
003300*                                                                 -- ...before the alarm limits were
003400*                                                                 -- ...added - 55 bytes, its own names
003500*                                                                 -- ...since both layouts are open here
003600     05  OST-STATION-ID  PIC X(4).                                -- The old record's key
003700     05  OST-NAME        PIC X(20).                               -- ...and its descriptive fields,
003800     05  OST-LOCATION    PIC X(20).                               -- ...carried across as they are
003900     05  OST-ACTIVE-FLAG PIC X.                                   -- ...
004000     05  OST-DATE-COMMISSIONED PIC X(10).                         -- ...
004100 FD  STATS-STATION-FILE.                                          -- Station master, new layout
004200 COPY "stats_station_record.cpy".                                 -- STATS-STATION-RECORD layout
004300 FD  STATS-OLD-DETAIL-FILE.                                       -- Readings master, as last unloaded
004400 01  STATS-OLD-DETAIL-RECORD.                                     -- STATS-DETAIL-RECORD as it stood
004500*                                                                 -- ...before the raw value was
004600*                                                                 -- ...added - 35 bytes, its own names
004700*                                                                 -- ...since both layouts are open here
004800     05  ODT-DTL-KEY.                                             -- The old record's key
004900         10  ODT-RUN-DATE    PIC X(10).                           -- ...
005000         10  ODT-BATCH-ID    PIC X(10).                           -- ...
005100         10  ODT-STATION-ID  PIC X(4).                            -- ...
005200         10  ODT-READING-TYPE PIC X.                              -- ...
005300         10  ODT-SEQUENCE    PIC 9(5).                            -- ...
005400     05  ODT-VALUE       PIC 9(3)V99.                             -- The reading as it was accepted
005500 FD  STATS-DETAIL-FILE.                                           -- Readings master, new layout
005600 COPY "stats_detail_record.cpy".                                  -- STATS-DETAIL-RECORD layout
005700 FD  CNV-REPORT-FILE                                              -- Conversion count report
005800     RECORDING MODE IS F.                                         -- Fixed length print lines
005900 COPY "stats_convert_report_record.cpy".                          -- CNV-REPORT-*-LINE layouts
006000 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
006100     01  WS-OLD-STATION-STATUS PIC XX.                            -- File status for STATS-OLD-STATION-FILE
006200     01  WS-STATION-STATUS PIC XX.                                -- File status for STATS-STATION-FILE
006300     01  WS-OLD-DETAIL-STATUS PIC XX.                             -- File status for STATS-OLD-DETAIL-FILE
006400     01  WS-DETAIL-STATUS PIC XX.                                 -- File status for STATS-DETAIL-FILE
006500     01  WS-REPORT-STATUS PIC XX.                                 -- File status for CNV-REPORT-FILE
006600     01  WS-SCAN-EOF-SWITCH PIC X.                                -- End-of-file switch for the passes
006700         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of an old master
006800     01  WS-STA-READ     PIC 9(7) VALUE 0.                        -- Station records read
006900     01  WS-STA-WRITTEN  PIC 9(7) VALUE 0.                        -- ...written in the new layout
007000     01  WS-STA-REFUSED  PIC 9(7) VALUE 0.                        -- ...and refused by the new master
007100     01  WS-DTL-READ     PIC 9(7) VALUE 0.                        -- Detail records read
007200     01  WS-DTL-WRITTEN  PIC 9(7) VALUE 0.                        -- ...written in the new layout
007300     01  WS-DTL-REFUSED  PIC 9(7) VALUE 0.                        -- ...and refused by the new master
007400     01  WS-RPT-COUNT    PIC Z(6)9.                               -- Scratch edited count for the report
007500 PROCEDURE DIVISION.                                              -- Start of program logic
007600     PERFORM openFiles                                            -- Open the old and new masters
007700     PERFORM convertStations                                      -- Reload the station master
007800     PERFORM convertReadings                                      -- Reload the readings master
007900     PERFORM writeConvertReport                                   -- Balance the two reloads
008000     PERFORM closeFiles                                           -- Close everything on the way out
008100     MOVE WS-STA-WRITTEN TO WS-RPT-COUNT                          -- Edit the totals for display
008200     DISPLAY "Station records converted: " WS-RPT-COUNT           -- ...
008300     MOVE WS-DTL-WRITTEN TO WS-RPT-COUNT                          -- ...
008400     DISPLAY "Detail records converted: " WS-RPT-COUNT            -- ...
008500     STOP RUN.                                                    -- End the program
008600 openFiles.                                                       -- Subroutine to open the run's files
008700     OPEN INPUT STATS-OLD-STATION-FILE                            -- Open the old station master
008800     IF WS-OLD-STATION-STATUS NOT = "00"                          -- Nothing to convert from
008900         DISPLAY "STATSSTAO OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
009000             WS-OLD-STATION-STATUS                                -- ...
009100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
009200         STOP RUN                                                 -- ...rather than load an empty master
009300     END-IF                                                       -- End of open-check
009400     OPEN OUTPUT STATS-STATION-FILE                               -- The new station master starts empty
009500     IF WS-STATION-STATUS NOT = "00"                              -- Can't create the new master
009600         DISPLAY "STATSSTA OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
009700             WS-STATION-STATUS                                    -- ...
009800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
009900         STOP RUN                                                 -- ...
010000     END-IF                                                       -- End of open-check
010100     OPEN INPUT STATS-OLD-DETAIL-FILE                             -- Open the old readings master
010200     IF WS-OLD-DETAIL-STATUS NOT = "00"                           -- Nothing to convert from
010300         DISPLAY "STATSDTLO OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
010400             WS-OLD-DETAIL-STATUS                                 -- ...
010500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
010600         STOP RUN                                                 -- ...rather than load an empty master
010700     END-IF                                                       -- End of open-check
010800     OPEN OUTPUT STATS-DETAIL-FILE                                -- The new readings master starts empty
010900     IF WS-DETAIL-STATUS NOT = "00"                               -- Can't create the new master
011000         DISPLAY "STATSDTL OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
011100             WS-DETAIL-STATUS                                     -- ...
011200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
011300         STOP RUN                                                 -- ...
011400     END-IF                                                       -- End of open-check
011500     OPEN OUTPUT CNV-REPORT-FILE                                  -- Open the print file for this run
011600     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
011700         DISPLAY "CONVRPT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
011800             WS-REPORT-STATUS                                     -- ...
011900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
012000         STOP RUN                                                 -- ...rather than write into a closed file
012100     END-IF                                                       -- End of open-check
012200     MOVE SPACES TO CNV-REPORT-TITLE-LINE                         -- Clear the title line
012300     MOVE "STATISTICS CONVERT - MASTER CONVERSION"                -- Set the report title
012400         TO CNVT-TITLE-TEXT                                       -- ...
012500     WRITE CNV-REPORT-TITLE-LINE.                                 -- Write the report title
012600 convertStations.                                                 -- Subroutine to reload the station master
012700     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the end-of-file switch
012800     MOVE LOW-VALUES TO OST-STATION-ID                            -- Position ahead of every key
012900     START STATS-OLD-STATION-FILE                                 -- ...
013000         KEY IS NOT LESS THAN OST-STATION-ID                      -- ...
013100         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty old master
013200     END-START                                                    -- End of start
013300     PERFORM convertStation UNTIL WS-SCAN-EOF.                    -- One pass per station on file
013400 convertStation.                                                  -- Subroutine to reload one station
013500     READ STATS-OLD-STATION-FILE NEXT RECORD                      -- Read the next old station
013600         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
013700         NOT AT END                                               -- A station was read
013800             ADD 1 TO WS-STA-READ                                 -- Count it in
013900             MOVE OST-STATION-ID TO STA-STATION-ID                -- Carry its fields across
014000             MOVE OST-NAME TO STA-NAME                            -- ...
014100             MOVE OST-LOCATION TO STA-LOCATION                    -- ...
014200             MOVE OST-ACTIVE-FLAG TO STA-ACTIVE-FLAG              -- ...
014300             MOVE OST-DATE-COMMISSIONED                           -- ...
014400                 TO STA-DATE-COMMISSIONED                         -- ...
014500             MOVE 0 TO STA-LEVEL-ALARM-LOW                        -- Zero is "no alarm point set" -
014600             MOVE 0 TO STA-LEVEL-ALARM-HIGH                       -- ...statistics_stamaint SETLIMIT
014700             MOVE 0 TO STA-FLOW-ALARM-LOW                         -- ...sets them afterwards
014800             MOVE 0 TO STA-FLOW-ALARM-HIGH                        -- ...
014900             WRITE STATS-STATION-RECORD                           -- Add it to the new master
015000                 INVALID KEY ADD 1 TO WS-STA-REFUSED              -- Shouldn't happen - key order
015100                 NOT INVALID KEY ADD 1 TO WS-STA-WRITTEN          -- Count it out
015200             END-WRITE                                            -- End of write
015300     END-READ.                                                    -- End of read
015400 convertReadings.                                                 -- Subroutine to reload the readings master
015500     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Reset the end-of-file switch
015600     MOVE LOW-VALUES TO ODT-DTL-KEY                               -- Position ahead of every key
015700     START STATS-OLD-DETAIL-FILE                                  -- ...
015800         KEY IS NOT LESS THAN ODT-DTL-KEY                         -- ...
015900         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty old master
016000     END-START                                                    -- End of start
016100     PERFORM convertReading UNTIL WS-SCAN-EOF.                    -- One pass per reading on file
016200 convertReading.                                                  -- Subroutine to reload one reading
016300     READ STATS-OLD-DETAIL-FILE NEXT RECORD                       -- Read the next old reading
016400         AT END SET WS-SCAN-EOF TO TRUE                           -- Flag end of file
016500         NOT AT END                                               -- A reading was read
016600             ADD 1 TO WS-DTL-READ                                 -- Count it in
016700             MOVE ODT-DTL-KEY TO DTL-DTL-KEY                      -- Carry its key and value across
016800             MOVE ODT-VALUE TO DTL-VALUE                          -- ...
016900             MOVE ODT-VALUE TO DTL-RAW-VALUE                      -- No factor was applied before
017000*                                                                 -- ...calibration, so the raw value
017100*                                                                 -- ...is the value accepted
017200             WRITE STATS-DETAIL-RECORD                            -- Add it to the new master
017300                 INVALID KEY ADD 1 TO WS-DTL-REFUSED              -- Shouldn't happen - key order
017400                 NOT INVALID KEY ADD 1 TO WS-DTL-WRITTEN          -- Count it out
017500             END-WRITE                                            -- End of write
017600     END-READ.                                                    -- End of read
017700 writeConvertReport.                                              -- Subroutine to write the count report
017800     MOVE SPACES TO CNV-REPORT-DETAIL-LINE                        -- Clear the detail line
017900     MOVE "STATION RECORDS READ" TO CNVD-LABEL                    -- Label the old master's count
018000     MOVE WS-STA-READ TO WS-RPT-COUNT                             -- Edit it for the report
018100     MOVE WS-RPT-COUNT TO CNVD-VALUE                              -- ...
018200     WRITE CNV-REPORT-DETAIL-LINE                                 -- Write the detail line
018300     MOVE SPACES TO CNV-REPORT-DETAIL-LINE                        -- Clear the detail line
018400     MOVE "STATION RECORDS WRITTEN" TO CNVD-LABEL                 -- Label the new master's count
018500     MOVE WS-STA-WRITTEN TO WS-RPT-COUNT                          -- Edit it for the report
018600     MOVE WS-RPT-COUNT TO CNVD-VALUE                              -- ...
018700     WRITE CNV-REPORT-DETAIL-LINE                                 -- Write the detail line
018800     MOVE SPACES TO CNV-REPORT-DETAIL-LINE                        -- Clear the detail line
018900     MOVE "STATION RECORDS REFUSED" TO CNVD-LABEL                 -- Label the shortfall
019000     MOVE WS-STA-REFUSED TO WS-RPT-COUNT                          -- Edit it for the report
019100     MOVE WS-RPT-COUNT TO CNVD-VALUE                              -- ...
019200     WRITE CNV-REPORT-DETAIL-LINE                                 -- Write the detail line
019300     MOVE SPACES TO CNV-REPORT-DETAIL-LINE                        -- Clear the detail line
019400     MOVE "DETAIL RECORDS READ" TO CNVD-LABEL                     -- Label the old master's count
019500     MOVE WS-DTL-READ TO WS-RPT-COUNT                             -- Edit it for the report
019600     MOVE WS-RPT-COUNT TO CNVD-VALUE                              -- ...
019700     WRITE CNV-REPORT-DETAIL-LINE                                 -- Write the detail line
019800     MOVE SPACES TO CNV-REPORT-DETAIL-LINE                        -- Clear the detail line
019900     MOVE "DETAIL RECORDS WRITTEN" TO CNVD-LABEL                  -- Label the new master's count
020000     MOVE WS-DTL-WRITTEN TO WS-RPT-COUNT                          -- Edit it for the report
020100     MOVE WS-RPT-COUNT TO CNVD-VALUE                              -- ...
020200     WRITE CNV-REPORT-DETAIL-LINE                                 -- Write the detail line
020300     MOVE SPACES TO CNV-REPORT-DETAIL-LINE                        -- Clear the detail line
020400     MOVE "DETAIL RECORDS REFUSED" TO CNVD-LABEL                  -- Label the shortfall
020500     MOVE WS-DTL-REFUSED TO WS-RPT-COUNT                          -- Edit it for the report
020600     MOVE WS-RPT-COUNT TO CNVD-VALUE                              -- ...
020700     WRITE CNV-REPORT-DETAIL-LINE                                 -- Write the detail line
020800     IF WS-STA-REFUSED > 0 OR WS-DTL-REFUSED > 0                  -- The new masters don't balance
020900         MOVE SPACES TO CNV-REPORT-DETAIL-LINE                    -- ...with the old - say so
021000         MOVE "CONVERSION OUT OF BALANCE" TO CNVD-LABEL           -- ...unmistakably and hold
021100         WRITE CNV-REPORT-DETAIL-LINE                             -- ...the cutover
021200         MOVE 8 TO RETURN-CODE                                    -- Scheduler severity: hold and look
021300     END-IF.                                                      -- End of balance check
021400 closeFiles.                                                      -- Subroutine to close the run's files
021500     CLOSE STATS-OLD-STATION-FILE                                 -- Done with the old station master
021600     CLOSE STATS-STATION-FILE                                     -- Done with the new station master
021700     CLOSE STATS-OLD-DETAIL-FILE                                  -- Done with the old readings master
021800     CLOSE STATS-DETAIL-FILE                                      -- Done with the new readings master
021900     CLOSE CNV-REPORT-FILE.                                       -- Done with the report
022000 END PROGRAM statistics_convert.                                  -- End of program
