000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_backup.                                   -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT BKUP-CONTROL-FILE ASSIGN TO "BKUPCTL"                 -- Generations to keep, optional
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One control card
000800         FILE STATUS IS WS-CONTROL-STATUS.                        -- I-O status for readControlCard
000900     SELECT STATS-HISTORY-FILE ASSIGN TO "STATSHIST"              -- The live history master
001000         ORGANIZATION IS INDEXED                                  -- Keyed, updated in place
001100         ACCESS MODE IS DYNAMIC                                   -- Unloaded in key order
001200         RECORD KEY IS HST-HIST-KEY                               -- Run date + batch id + station id
001300         FILE STATUS IS WS-HISTORY-STATUS.                        -- I-O status for unloadHistory
001400     SELECT STATS-DETAIL-FILE ASSIGN TO "STATSDTL"                -- Accepted readings detail master
001500         ORGANIZATION IS INDEXED                                  -- Keyed, updated in place
001600         ACCESS MODE IS DYNAMIC                                   -- Unloaded in key order
001700         RECORD KEY IS DTL-DTL-KEY                                -- Date + batch + station + type + seq
001800         FILE STATUS IS WS-DETAIL-STATUS.                         -- I-O status for unloadDetail
001900     SELECT STATS-STATION-FILE ASSIGN TO "STATSSTA"               -- Station reference master
002000         ORGANIZATION IS INDEXED                                  -- Keyed, maintained by statistics_stamaint
002100         ACCESS MODE IS DYNAMIC                                   -- Unloaded in key order
002200         RECORD KEY IS STA-STATION-ID                             -- Station id
002300         FILE STATUS IS WS-STATION-STATUS.                        -- I-O status for unloadStation
002400     SELECT STATS-GENERATION-FILE ASSIGN TO WS-GENERATION-NAME    -- The generation being taken
002500         ORGANIZATION IS LINE SEQUENTIAL                          -- Header, data lines, control line
002600         FILE STATUS IS WS-GENERATION-STATUS.                     -- I-O status for writeGeneration
002700     SELECT STATS-CATALOG-FILE ASSIGN TO "STATSBKC"               -- Backup generation catalog
002800         ORGANIZATION IS INDEXED                                  -- Keyed, maintained in place
002900         ACCESS MODE IS DYNAMIC                                   -- Keyed adds plus per-master scans
003000         RECORD KEY IS BKC-CATALOG-KEY                            -- Master + generation
003100         FILE STATUS IS WS-CATALOG-STATUS.                        -- I-O status for the catalog
003200     SELECT BKUP-REPORT-FILE ASSIGN TO "BKUPRPT"                  -- Backup report
003300         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
003400         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
003500     SELECT STATS-LEDGER-FILE ASSIGN TO "STATSLEDG"               -- The nightly run ledger
003600         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per event
003700         FILE STATUS IS WS-LEDGER-STATUS.                         -- I-O status for writeLedgerEntry
003800 DATA DIVISION.                                                   -- Start of data declaration
003900 FILE SECTION.                                                    -- File record descriptions
004000 FD  BKUP-CONTROL-FILE                                            -- Generations to keep, optional
004100     RECORDING MODE IS F.                                         -- Fixed length record
004200 COPY "stats_backup_record.cpy".                                  -- BACKUP-CONTROL-RECORD layout
004300 FD  STATS-HISTORY-FILE.                                          -- The live history master
004400 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
004500 FD  STATS-DETAIL-FILE.                                           -- Accepted readings detail master
004600 COPY "stats_detail_record.cpy".                                  -- STATS-DETAIL-RECORD layout
004700 FD  STATS-STATION-FILE.                                          -- Station reference master
004800 COPY "stats_station_record.cpy".                                 -- STATS-STATION-RECORD layout
004900 FD  STATS-GENERATION-FILE                                        -- The generation being taken
005000     RECORDING MODE IS F.                                         -- Fixed length records
005100 COPY "stats_generation_record.cpy".                              -- STATS-GENERATION-RECORD layout
005200 FD  STATS-CATALOG-FILE.                                          -- Backup generation catalog
005300 COPY "stats_backup_catalog_record.cpy".                          -- STATS-BACKUP-CATALOG-RECORD layout
005400 FD  BKUP-REPORT-FILE                                             -- Backup report
005500     RECORDING MODE IS F.                                         -- Fixed length print lines
005600 COPY "stats_backup_report_record.cpy".                           -- BKUP-REPORT-*-LINE layouts
005700 FD  STATS-LEDGER-FILE                                            -- The nightly run ledger
005800     RECORDING MODE IS F.                                         -- Fixed length records
005900 COPY "stats_ledger_record.cpy".                                  -- STATS-LEDGER-RECORD layout
006000 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
006100     01  WS-CONTROL-STATUS PIC XX.                                -- File status for BKUP-CONTROL-FILE
006200     01  WS-HISTORY-STATUS PIC XX.                                -- File status for STATS-HISTORY-FILE
006300     01  WS-DETAIL-STATUS PIC XX.                                 -- File status for STATS-DETAIL-FILE
006400     01  WS-STATION-STATUS PIC XX.                                -- File status for STATS-STATION-FILE
006500     01  WS-GENERATION-STATUS PIC XX.                             -- File status for STATS-GENERATION-FILE
006600     01  WS-CATALOG-STATUS PIC XX.                                -- File status for STATS-CATALOG-FILE
006700     01  WS-REPORT-STATUS PIC XX.                                 -- File status for BKUP-REPORT-FILE
006800     01  WS-LEDGER-STATUS PIC XX.                                 -- File status for STATS-LEDGER-FILE
006900     01  WS-GENERATION-NAME PIC X(30).                            -- File name of the generation being taken
007000     01  WS-SCAN-EOF-SWITCH PIC X.                                -- End-of-scan switch for the key-order walks
007100         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of the file or master
007200     01  WS-KEEP-GENERATIONS PIC 9(2) VALUE 7.                    -- Generations each master keeps
007300     01  WS-PARSED-VALUE PIC S9(7)V99.                            -- A card field brought out to full width
007400     01  WS-MASTER       PIC X(10).                               -- The master being backed up
007500     01  WS-KEPT-COUNT   PIC 9(5).                                -- Generations the master has cataloged
007600     01  WS-HIGH-GENERATION PIC 9(5).                             -- The master's latest generation number
007700     01  WS-BKP-GENERATION PIC 9(5).                              -- The generation being taken
007800     01  WS-BKP-SLOT     PIC 9(2).                                -- The file slot it goes into
007900     01  WS-SLOT-IDX     PIC 9(3).                                -- Loop counter over the slot table
008000     01  WS-SLOT-TABLE.                                           -- File slots kept generations hold
008100         05  WS-SLOT-USED PIC X OCCURS 99 TIMES.                  -- "Y" once a kept generation holds it
008200     01  WS-BKP-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS the unload started
008300     01  WS-BKP-COUNT    PIC 9(9).                                -- Records on the generation
008400     01  WS-BKP-HASH     PIC S9(14)V9999.                         -- Hash total of the generation
008500     01  WS-ROLL-COUNT   PIC 9(5).                                -- Generations still to roll off
008600     01  WS-TAKEN-COUNT  PIC 9(5) VALUE 0.                        -- Generations taken this run
008700     01  WS-ROLLED-COUNT PIC 9(5) VALUE 0.                        -- Generations rolled off this run
008800 COPY "stats_hash_image_record.cpy".                              -- STATS-HASH-IMAGE layout
008900     01  WS-RECORD-HASH  PIC S9(9)V9999.                          -- Hash of one record
009000     01  WS-HASH-TEXT    PIC X(55).                               -- Key or station text being weighed
009100     01  WS-HASH-LENGTH  PIC 9(3).                                -- How much of WS-HASH-TEXT counts
009200     01  WS-HASH-POS     PIC 9(3).                                -- Loop counter over WS-HASH-TEXT
009300     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE layout
009400         05  WS-CURR-YYYY    PIC 9(4).                            -- Year
009500         05  WS-CURR-MM      PIC 9(2).                            -- Month
009600         05  WS-CURR-DD      PIC 9(2).                            -- Day
009700         05  WS-CURR-HH      PIC 9(2).                            -- Hour
009800         05  WS-CURR-MI      PIC 9(2).                            -- Minute
009900         05  WS-CURR-SS      PIC 9(2).                            -- Second
010000         05  FILLER          PIC X(9).                            -- Hundredths and UTC offset, unused
010100     01  WS-LDG-STEP     PIC X(10) VALUE "BACKUP".                -- This step's name on the ledger
010200     01  WS-LDG-RUN-DATE PIC X(10).                               -- The night backed up, MM/DD/YYYY
010300     01  WS-LDG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS of a ledger line
010400     01  WS-LDG-EVENT    PIC X(8).                                -- START or END
010500     01  WS-LDG-RC       PIC 9(2).                                -- Return code on the ledger line
010600     01  WS-LDG-OPERATOR PIC X(8).                                -- Operator on the ledger line
010700     01  WS-LDG-NOTE     PIC X(30).                               -- Note on the ledger line
010800     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for display
010900 PROCEDURE DIVISION.                                              -- Start of program logic
011000     PERFORM readControlCard                                      -- Learn how many generations to keep
011100     PERFORM openFiles                                            -- Open the masters, catalog and report
011200     PERFORM startLedger                                          -- Sign the ledger on the way in
011300     MOVE "STATSHIST" TO WS-MASTER                                -- The history master
011400     PERFORM backupMaster                                         -- ...
011500     MOVE "STATSDTL" TO WS-MASTER                                 -- The readings detail master
011600     PERFORM backupMaster                                         -- ...
011700     MOVE "STATSSTA" TO WS-MASTER                                 -- The station reference master
011800     PERFORM backupMaster                                         -- ...
011900     PERFORM closeFiles                                           -- Close everything on the way out
012000     PERFORM finishLedger                                         -- Sign the ledger on the way out
012100     MOVE WS-TAKEN-COUNT TO WS-RPT-COUNT                          -- Edit the taken total for display
012200     DISPLAY "Generations taken: " WS-RPT-COUNT                   -- ...
012300     MOVE WS-ROLLED-COUNT TO WS-RPT-COUNT                         -- Edit the rolled-off total for display
012400     DISPLAY "Generations rolled off: " WS-RPT-COUNT              -- ...
012500     STOP RUN.                                                    -- End the program
012600 readControlCard.                                                 -- Subroutine to read the keep card
012700     OPEN INPUT BKUP-CONTROL-FILE                                 -- The card is optional - without it
012800     IF WS-CONTROL-STATUS NOT = "00"                              -- ...seven generations are kept
012900         CONTINUE                                                 -- No card supplied this run
013000     ELSE                                                         -- There is a card file
013100         READ BKUP-CONTROL-FILE                                   -- Read the one card
013200             AT END CONTINUE                                      -- An empty file, the default again
013300             NOT AT END PERFORM applyControlCard                  -- Edit-check it and apply it
013400         END-READ                                                 -- End of read
013500         CLOSE BKUP-CONTROL-FILE                                  -- Done with the card
013600     END-IF.                                                      -- End of card-exists check
013700 applyControlCard.                                                -- Subroutine to apply the card's keep count
013800     IF BKU-KEEP-GENERATIONS = SPACES                             -- A blank count keeps the default
013900         CONTINUE                                                 -- ...
014000     ELSE                                                         -- ...
014100     IF FUNCTION TEST-NUMVAL(BKU-KEEP-GENERATIONS) NOT = 0        -- A count that isn't a number
014200         DISPLAY "BKUPCTL BAD KEEP COUNT: " BKU-KEEP-GENERATIONS  -- Refuse the card loudly
014300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
014400         STOP RUN                                                 -- ...rather than roll off the wrong generations
014500     END-IF                                                       -- End of count-numeric check
014600     COMPUTE WS-PARSED-VALUE =                                    -- Bring the count out to full width
014700         FUNCTION NUMVAL(BKU-KEEP-GENERATIONS)                    -- ...
014800     IF WS-PARSED-VALUE < 1 OR WS-PARSED-VALUE > 98               -- Keep nothing, or more than
014900         DISPLAY "BKUPCTL KEEP COUNT OUT OF RANGE: "              -- ...the slots leave room for
015000             BKU-KEEP-GENERATIONS                                 -- ...
015100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
015200         STOP RUN                                                 -- ...
015300     END-IF                                                       -- End of count-range check
015400     MOVE WS-PARSED-VALUE TO WS-KEEP-GENERATIONS                  -- The operator's count, proven to fit
015500     END-IF.                                                      -- End of blank check
015600 openFiles.                                                       -- Subroutine to open the run's files
015700     OPEN INPUT STATS-HISTORY-FILE                                -- Open the history master to unload
015800     IF WS-HISTORY-STATUS NOT = "00"                              -- No master to back up
015900         DISPLAY "STATSHIST OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
016000             WS-HISTORY-STATUS                                    -- ...
016100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
016200         STOP RUN                                                 -- ...
016300     END-IF                                                       -- End of open-check
016400     OPEN INPUT STATS-DETAIL-FILE                                 -- Open the detail master to unload
016500     IF WS-DETAIL-STATUS NOT = "00"                               -- No master to back up
016600         DISPLAY "STATSDTL OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
016700             WS-DETAIL-STATUS                                     -- ...
016800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
016900         STOP RUN                                                 -- ...
017000     END-IF                                                       -- End of open-check
017100     OPEN INPUT STATS-STATION-FILE                                -- Open the station master to unload
017200     IF WS-STATION-STATUS NOT = "00"                              -- No master to back up
017300         DISPLAY "STATSSTA OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
017400             WS-STATION-STATUS                                    -- ...
017500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
017600         STOP RUN                                                 -- ...
017700     END-IF                                                       -- End of open-check
017800     OPEN I-O STATS-CATALOG-FILE                                  -- Maintain the catalog in place
017900     IF WS-CATALOG-STATUS NOT = "00"                              -- No catalog yet, first run
018000         OPEN OUTPUT STATS-CATALOG-FILE                           -- Create an empty one
018100         CLOSE STATS-CATALOG-FILE                                 -- ...
018200         OPEN I-O STATS-CATALOG-FILE                              -- Reopen it for maintaining
018300     END-IF                                                       -- End of if statement
018400     IF WS-CATALOG-STATUS NOT = "00"                              -- Can't create/open the catalog
018500         DISPLAY "STATSBKC OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
018600             WS-CATALOG-STATUS                                    -- ...
018700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
018800         STOP RUN                                                 -- ...an uncataloged generation can't be recovered
018900     END-IF                                                       -- End of open-check
019000     OPEN OUTPUT BKUP-REPORT-FILE                                 -- Open the print file for this run
019100     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
019200         DISPLAY "BKUPRPT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
019300             WS-REPORT-STATUS                                     -- ...
019400         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
019500         STOP RUN                                                 -- ...rather than write into a closed file
019600     END-IF                                                       -- End of open-check
019700     MOVE SPACES TO BKUP-REPORT-TITLE-LINE                        -- Clear the title line
019800     MOVE "STATISTICS MASTER GENERATION BACKUP REPORT"            -- Set the report title
019900         TO BKT-TITLE-TEXT                                        -- ...
020000     WRITE BKUP-REPORT-TITLE-LINE                                 -- Write the report title
020100     MOVE SPACES TO BKUP-REPORT-SETTING-LINE                      -- Clear the setting line
020200     MOVE "GENERATIONS KEPT" TO BKS-LABEL                         -- Echo the keep count the
020300     MOVE WS-KEEP-GENERATIONS TO WS-RPT-COUNT                     -- ...run rolled off against
020400     MOVE WS-RPT-COUNT TO BKS-VALUE                               -- ...
020500     WRITE BKUP-REPORT-SETTING-LINE.                              -- Write the setting line
020600 backupMaster.                                                    -- Subroutine to take one master's generation
020700     PERFORM scanCatalog                                          -- What the master already keeps
020800     PERFORM pickSlot                                             -- Number and place the new generation
020900     PERFORM writeGeneration                                      -- Unload the master into it
021000     PERFORM catalogGeneration                                    -- Only now is it recoverable
021100     PERFORM rollOffGenerations.                                  -- Drop the oldest past the keep count
021200 scanCatalog.                                                     -- Subroutine to walk the master's catalog entries
021300     MOVE 0 TO WS-KEPT-COUNT                                      -- Nothing kept until found
021400     MOVE 0 TO WS-HIGH-GENERATION                                 -- ...
021500     MOVE ALL "N" TO WS-SLOT-TABLE                                -- Every slot free until found held
021600     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the master's entries
021700     MOVE WS-MASTER TO BKC-MASTER                                 -- ...from its first generation
021800     MOVE 0 TO BKC-GENERATION                                     -- ...
021900     START STATS-CATALOG-FILE                                     -- ...
022000         KEY IS NOT LESS THAN BKC-CATALOG-KEY                     -- ...
022100         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- Nothing at or past it
022200     END-START                                                    -- End of start
022300     PERFORM UNTIL WS-SCAN-EOF                                    -- One pass per entry
022400         READ STATS-CATALOG-FILE NEXT RECORD                      -- ...
022500             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
022600             NOT AT END                                           -- ...
022700                 IF BKC-MASTER NOT = WS-MASTER                    -- Past this master's entries
022800                     SET WS-SCAN-EOF TO TRUE                      -- ...
022900                 ELSE                                             -- One of its kept generations
023000                     ADD 1 TO WS-KEPT-COUNT                       -- Count it
023100                     MOVE BKC-GENERATION TO WS-HIGH-GENERATION    -- Key order - the last is the latest
023200                     IF BKC-SLOT > 0                              -- Its file slot is held
023300                         MOVE "Y" TO WS-SLOT-USED(BKC-SLOT)       -- ...
023400                     END-IF                                       -- End of slot check
023500                 END-IF                                           -- End of master check
023600         END-READ                                                 -- End of read
023700     END-PERFORM.                                                 -- End of entry loop
023800 pickSlot.                                                        -- Subroutine to number and place the new generation
023900     COMPUTE WS-BKP-GENERATION = WS-HIGH-GENERATION + 1           -- Numbers never go back
024000     MOVE 0 TO WS-BKP-SLOT                                        -- The lowest slot no kept generation holds
024100     PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1                      -- ...
024200         UNTIL WS-SLOT-IDX > 99 OR WS-BKP-SLOT > 0                -- ...
024300         IF WS-SLOT-USED(WS-SLOT-IDX) = "N"                       -- ...
024400             MOVE WS-SLOT-IDX TO WS-BKP-SLOT                      -- ...
024500         END-IF                                                   -- End of slot check
024600     END-PERFORM                                                  -- End of loop
024700     IF WS-BKP-SLOT = 0                                           -- Every slot held - never overwrite one
024800         DISPLAY "STATSBKC NO FREE SLOT FOR " WS-MASTER           -- Fail fast and diagnosably
024900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
025000         STOP RUN                                                 -- ...
025100     END-IF                                                       -- End of free-slot check
025200     MOVE SPACES TO WS-GENERATION-NAME                            -- Name the file for master and slot
025300     STRING WS-MASTER DELIMITED BY SPACE                          -- ...e.g. STATSHIST.G03
025400         ".G" WS-BKP-SLOT DELIMITED BY SIZE                       -- ...
025500         INTO WS-GENERATION-NAME                                  -- ...
025600     END-STRING.                                                  -- End of string
025700 writeGeneration.                                                 -- Subroutine to unload the master
025800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time the unload starts
025900     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
026000         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
026100         DELIMITED BY SIZE INTO WS-BKP-TIMESTAMP                  -- ...
026200     END-STRING                                                   -- End of string
026300     OPEN OUTPUT STATS-GENERATION-FILE                            -- A slot no kept generation holds
026400     IF WS-GENERATION-STATUS NOT = "00"                           -- Can't create the generation
026500         DISPLAY WS-GENERATION-NAME " OPEN FAILED, STATUS="       -- Fail fast and diagnosably
026600             WS-GENERATION-STATUS                                 -- ...
026700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
026800         STOP RUN                                                 -- ...
026900     END-IF                                                       -- End of open-check
027000     MOVE SPACES TO STATS-GENERATION-RECORD                       -- Clear the header line
027100     SET BKG-IS-HEADER TO TRUE                                    -- ...
027200     MOVE WS-MASTER TO BKG-HDR-MASTER                             -- Which master
027300     MOVE WS-BKP-GENERATION TO BKG-HDR-GENERATION                 -- ...which generation
027400     MOVE WS-BKP-TIMESTAMP(1:10) TO BKG-HDR-DATE                  -- ...taken when
027500     MOVE WS-BKP-TIMESTAMP(12:8) TO BKG-HDR-TIME                  -- ...
027600     PERFORM writeGenerationLine                                  -- Write the header line
027700     MOVE 0 TO WS-BKP-COUNT                                       -- Nothing unloaded yet
027800     MOVE 0 TO WS-BKP-HASH                                        -- ...
027900     IF WS-MASTER = "STATSHIST"                                   -- Walk the master in key order
028000         PERFORM unloadHistory                                    -- ...
028100     ELSE                                                         -- ...
028200     IF WS-MASTER = "STATSDTL"                                    -- ...
028300         PERFORM unloadDetail                                     -- ...
028400     ELSE                                                         -- ...
028500         PERFORM unloadStation                                    -- ...
028600     END-IF                                                       -- End of detail check
028700     END-IF                                                       -- End of history check
028800     MOVE SPACES TO STATS-GENERATION-RECORD                       -- Clear the control line
028900     SET BKG-IS-CONTROL TO TRUE                                   -- ...
029000     MOVE WS-MASTER TO BKG-CTL-MASTER                             -- Which master
029100     MOVE WS-BKP-GENERATION TO BKG-CTL-GENERATION                 -- ...which generation
029200     MOVE WS-BKP-COUNT TO BKG-CTL-RECORD-COUNT                    -- ...how many records
029300     MOVE WS-BKP-HASH TO BKG-CTL-HASH-TOTAL                       -- ...and their hash total
029400     PERFORM writeGenerationLine                                  -- Write the control line
029500     CLOSE STATS-GENERATION-FILE.                                 -- The generation is complete
029600 unloadHistory.                                                   -- Subroutine to unload STATSHIST
029700     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the whole master
029800     MOVE LOW-VALUES TO HST-HIST-KEY                              -- Position the scan at the first record
029900     START STATS-HISTORY-FILE                                     -- ...
030000         KEY IS NOT LESS THAN HST-HIST-KEY                        -- ...
030100         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master unloads nothing
030200     END-START                                                    -- End of start
030300     PERFORM UNTIL WS-SCAN-EOF                                    -- One pass per record
030400         READ STATS-HISTORY-FILE NEXT RECORD                      -- Read the next history record
030500             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
030600             NOT AT END                                           -- A history record was read
030700                 MOVE STATS-HISTORY-RECORD TO HSH-IMAGE           -- Its image, as it stands
030800                 PERFORM unloadRecord                             -- ...onto the generation
030900         END-READ                                                 -- End of read
031000     END-PERFORM.                                                 -- End of scan loop
031100 unloadDetail.                                                    -- Subroutine to unload STATSDTL
031200     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the whole master
031300     MOVE LOW-VALUES TO DTL-DTL-KEY                               -- Position the scan at the first record
031400     START STATS-DETAIL-FILE                                      -- ...
031500         KEY IS NOT LESS THAN DTL-DTL-KEY                         -- ...
031600         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master unloads nothing
031700     END-START                                                    -- End of start
031800     PERFORM UNTIL WS-SCAN-EOF                                    -- One pass per record
031900         READ STATS-DETAIL-FILE NEXT RECORD                       -- Read the next detail record
032000             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
032100             NOT AT END                                           -- A detail record was read
032200                 MOVE STATS-DETAIL-RECORD TO HSH-IMAGE            -- Its image, as it stands
032300                 PERFORM unloadRecord                             -- ...onto the generation
032400         END-READ                                                 -- End of read
032500     END-PERFORM.                                                 -- End of scan loop
032600 unloadStation.                                                   -- Subroutine to unload STATSSTA
032700     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the whole master
032800     MOVE LOW-VALUES TO STA-STATION-ID                            -- Position the scan at the first record
032900     START STATS-STATION-FILE                                     -- ...
033000         KEY IS NOT LESS THAN STA-STATION-ID                      -- ...
033100         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- An empty master unloads nothing
033200     END-START                                                    -- End of start
033300     PERFORM UNTIL WS-SCAN-EOF                                    -- One pass per record
033400         READ STATS-STATION-FILE NEXT RECORD                      -- Read the next station record
033500             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
033600             NOT AT END                                           -- A station record was read
033700                 MOVE STATS-STATION-RECORD TO HSH-IMAGE           -- Its image, as it stands
033800                 PERFORM unloadRecord                             -- ...onto the generation
033900         END-READ                                                 -- End of read
034000     END-PERFORM.                                                 -- End of scan loop
034100 unloadRecord.                                                    -- Subroutine to put one record on the generation
034200     PERFORM hashImage                                            -- Add it to the hash total
034300     MOVE SPACES TO STATS-GENERATION-RECORD                       -- Clear the data line
034400     SET BKG-IS-DATA TO TRUE                                      -- ...
034500     MOVE HSH-IMAGE TO BKG-BODY                                   -- The record's image
034600     PERFORM writeGenerationLine                                  -- Write the data line
034700     ADD 1 TO WS-BKP-COUNT.                                       -- Count it
034800 hashImage.                                                       -- Subroutine to hash the record in HSH-IMAGE
034900     MOVE 0 TO WS-RECORD-HASH                                     -- Start the record's hash afresh
035000     IF WS-MASTER = "STATSHIST"                                   -- A history record - its key
035100         MOVE HSH-HST-KEY TO WS-HASH-TEXT                         -- ...weighed byte by byte
035200         MOVE 25 TO WS-HASH-LENGTH                                -- ...
035300         PERFORM hashText                                         -- ...
035400         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH                  -- ...plus its count and figures
035500             + HSH-HST-RECORD-COUNT + HSH-HST-SMALLEST            -- ...
035600             + HSH-HST-LARGEST + HSH-HST-MODE                     -- ...
035700             + HSH-HST-MEAN + HSH-HST-MEDIAN                      -- ...
035800             + HSH-HST-STDDEV                                     -- ...
035900     ELSE                                                         -- ...
036000     IF WS-MASTER = "STATSDTL"                                    -- A detail record - its key
036100         MOVE HSH-DTL-KEY TO WS-HASH-TEXT                         -- ...weighed byte by byte
036200         MOVE 30 TO WS-HASH-LENGTH                                -- ...
036300         PERFORM hashText                                         -- ...
036400         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH                  -- ...plus its values
036500             + HSH-DTL-VALUE + HSH-DTL-RAW-VALUE                  -- ...
036600     ELSE                                                         -- A station record - its id and
036700         MOVE HSH-STA-TEXT TO WS-HASH-TEXT                        -- ...descriptive text weighed
036800         MOVE 55 TO WS-HASH-LENGTH                                -- ...byte by byte
036900         PERFORM hashText                                         -- ...
037000         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH                  -- ...plus its alarm limits
037100             + HSH-STA-LEVEL-ALARM-LOW + HSH-STA-LEVEL-ALARM-HIGH -- ...
037200             + HSH-STA-FLOW-ALARM-LOW + HSH-STA-FLOW-ALARM-HIGH   -- ...
037300     END-IF                                                       -- End of detail check
037400     END-IF                                                       -- End of history check
037500     ADD WS-RECORD-HASH TO WS-BKP-HASH.                           -- Into the generation's total
037600 hashText.                                                        -- Subroutine to weigh WS-HASH-TEXT byte by byte
037700     PERFORM VARYING WS-HASH-POS FROM 1 BY 1                      -- Each byte's ordinal times
037800         UNTIL WS-HASH-POS > WS-HASH-LENGTH                       -- ...its position
037900         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH                  -- ...
038000             + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-POS:1))          -- ...
038100             * WS-HASH-POS                                        -- ...
038200     END-PERFORM.                                                 -- End of loop
038300 writeGenerationLine.                                             -- Subroutine to write one generation line
038400     WRITE STATS-GENERATION-RECORD                                -- ...
038500     IF WS-GENERATION-STATUS NOT = "00"                           -- A short generation is worse
038600         DISPLAY WS-GENERATION-NAME " WRITE FAILED, STATUS="      -- ...than none - fail fast
038700             WS-GENERATION-STATUS                                 -- ...
038800         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
038900         STOP RUN                                                 -- ...before it is cataloged
039000     END-IF.                                                      -- End of write-check
039100 catalogGeneration.                                               -- Subroutine to catalog the new generation
039200     MOVE WS-MASTER TO BKC-MASTER                                 -- Which master
039300     MOVE WS-BKP-GENERATION TO BKC-GENERATION                     -- ...which generation
039400     MOVE WS-BKP-TIMESTAMP TO BKC-TIMESTAMP                       -- ...taken when
039500     MOVE WS-BKP-SLOT TO BKC-SLOT                                 -- ...into which slot
039600     MOVE WS-GENERATION-NAME TO BKC-FILE-NAME                     -- ...and file
039700     MOVE WS-BKP-COUNT TO BKC-RECORD-COUNT                        -- ...holding how many records
039800     MOVE WS-BKP-HASH TO BKC-HASH-TOTAL                           -- ...to what hash total
039900     WRITE STATS-BACKUP-CATALOG-RECORD                            -- ...
040000         INVALID KEY                                              -- Shouldn't happen - the number is new
040100             DISPLAY "STATSBKC WRITE FAILED, STATUS="             -- Fail fast and diagnosably
040200                 WS-CATALOG-STATUS                                -- ...
040300             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
040400             STOP RUN                                             -- ...
040500     END-WRITE                                                    -- End of write
040600     ADD 1 TO WS-KEPT-COUNT                                       -- The master keeps one more
040700     ADD 1 TO WS-TAKEN-COUNT                                      -- Count it for the run
040800     MOVE "UNLOADED" TO BKR-RESULT                                -- Report it
040900     PERFORM writeDetailLine.                                     -- ...
041000 rollOffGenerations.                                              -- Subroutine to drop generations past the keep count
041100     IF WS-KEPT-COUNT > WS-KEEP-GENERATIONS                       -- More kept than wanted
041200         COMPUTE WS-ROLL-COUNT =                                  -- ...the oldest of them go
041300             WS-KEPT-COUNT - WS-KEEP-GENERATIONS                  -- ...
041400         MOVE "N" TO WS-SCAN-EOF-SWITCH                           -- Walk the master's entries
041500         MOVE WS-MASTER TO BKC-MASTER                             -- ...from its oldest generation
041600         MOVE 0 TO BKC-GENERATION                                 -- ...
041700         START STATS-CATALOG-FILE                                 -- ...
041800             KEY IS NOT LESS THAN BKC-CATALOG-KEY                 -- ...
041900             INVALID KEY SET WS-SCAN-EOF TO TRUE                  -- Shouldn't happen - just cataloged
042000         END-START                                                -- End of start
042100         PERFORM UNTIL WS-SCAN-EOF OR WS-ROLL-COUNT = 0           -- One pass per entry
042200             READ STATS-CATALOG-FILE NEXT RECORD                  -- ...
042300                 AT END SET WS-SCAN-EOF TO TRUE                   -- Flag end of file
042400                 NOT AT END                                       -- ...
042500                     IF BKC-MASTER NOT = WS-MASTER                -- Past this master's entries
042600                         SET WS-SCAN-EOF TO TRUE                  -- ...
042700                     ELSE                                         -- One of its oldest - its slot is
042800                         MOVE "ROLLED OFF" TO BKR-RESULT          -- ...free for a later generation
042900                         PERFORM writeDetailLine                  -- ...
043000                         DELETE STATS-CATALOG-FILE RECORD         -- ...
043100                             INVALID KEY CONTINUE                 -- Shouldn't happen - the read just hit
043200                         END-DELETE                               -- End of delete
043300                         SUBTRACT 1 FROM WS-ROLL-COUNT            -- ...
043400                         SUBTRACT 1 FROM WS-KEPT-COUNT            -- ...
043500                         ADD 1 TO WS-ROLLED-COUNT                 -- Count it for the run
043600                     END-IF                                       -- End of master check
043700             END-READ                                             -- End of read
043800         END-PERFORM                                              -- End of entry loop
043900     END-IF.                                                      -- End of keep check
044000 writeDetailLine.                                                 -- Subroutine to report one catalog entry
044100     MOVE SPACES TO BKUP-REPORT-DETAIL-LINE                       -- Clear the print line
044200     MOVE BKC-MASTER TO BKR-MASTER                                -- Which master
044300     MOVE BKC-GENERATION TO BKR-GENERATION                        -- ...which generation
044400     MOVE BKC-FILE-NAME TO BKR-FILE-NAME                          -- ...in which file
044500     MOVE BKC-RECORD-COUNT TO BKR-RECORD-COUNT                    -- ...holding how many records
044600     MOVE BKC-HASH-TOTAL TO BKR-HASH-TOTAL                        -- ...to what hash total
044700     WRITE BKUP-REPORT-DETAIL-LINE.                               -- Write the line
044800 startLedger.                                                     -- Subroutine to record this step's start
044900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Tonight, in MM/DD/YYYY form
045000     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY            -- ...
045100         DELIMITED BY SIZE INTO WS-LDG-RUN-DATE                   -- ...
045200     END-STRING                                                   -- End of string
045300     MOVE "START" TO WS-LDG-EVENT                                 -- Cleared the checks
045400     MOVE 0 TO WS-LDG-RC                                          -- ...
045500     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
045600     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
045700     PERFORM writeLedgerEntry.                                    -- ...
045800 finishLedger.                                                    -- Subroutine to record this step's end
045900     MOVE "END" TO WS-LDG-EVENT                                   -- Reached the normal end
046000     MOVE RETURN-CODE TO WS-LDG-RC                                -- ...with the severity we stop on
046100     MOVE SPACES TO WS-LDG-OPERATOR                               -- ...
046200     MOVE SPACES TO WS-LDG-NOTE                                   -- ...
046300     PERFORM writeLedgerEntry.                                    -- ...
046400 writeLedgerEntry.                                                -- Subroutine to append one run-ledger line
046500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the event
046600     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
046700         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
046800         DELIMITED BY SIZE INTO WS-LDG-TIMESTAMP                  -- ...
046900     OPEN EXTEND STATS-LEDGER-FILE                                -- Append to the running ledger
047000     IF WS-LEDGER-STATUS NOT = "00"                               -- No ledger yet, first run
047100         OPEN OUTPUT STATS-LEDGER-FILE                            -- Create an empty one
047200         CLOSE STATS-LEDGER-FILE                                  -- ...
047300         OPEN EXTEND STATS-LEDGER-FILE                            -- Reopen it for appending
047400     END-IF                                                       -- End of if statement
047500     IF WS-LEDGER-STATUS NOT = "00"                               -- A step that cannot sign the
047600         DISPLAY "STATSLEDG OPEN FAILED, STATUS="                 -- ...ledger must not run unseen
047700             WS-LEDGER-STATUS                                     -- ...
047800         MOVE 12 TO RETURN-CODE                                   -- ...
047900         STOP RUN                                                 -- ...
048000     END-IF                                                       -- End of open check
048100     MOVE SPACES TO STATS-LEDGER-RECORD                           -- Clear the ledger line
048200     MOVE WS-LDG-TIMESTAMP TO LDG-TIMESTAMP                       -- When it happened
048300     MOVE WS-LDG-STEP TO LDG-STEP                                 -- Which step
048400     MOVE WS-LDG-EVENT TO LDG-EVENT                               -- What happened
048500     MOVE WS-LDG-RUN-DATE TO LDG-RUN-DATE                         -- For which night
048600     MOVE WS-LDG-RC TO LDG-RETURN-CODE                            -- With what severity
048700     MOVE WS-LDG-OPERATOR TO LDG-OPERATOR                         -- Who, for an override
048800     MOVE WS-LDG-NOTE TO LDG-NOTE                                 -- Why, or which predecessor
048900     WRITE STATS-LEDGER-RECORD                                    -- Append the ledger line
049000     CLOSE STATS-LEDGER-FILE.                                     -- Done until the next event
049100 closeFiles.                                                      -- Subroutine to close the run's files
049200     CLOSE STATS-HISTORY-FILE                                     -- Done with the masters
049300     CLOSE STATS-DETAIL-FILE                                      -- ...
049400     CLOSE STATS-STATION-FILE                                     -- ...
049500     CLOSE STATS-CATALOG-FILE                                     -- Done with the catalog
049600     CLOSE BKUP-REPORT-FILE.                                      -- Done with the report
049700 END PROGRAM statistics_backup.                                   -- End of program
