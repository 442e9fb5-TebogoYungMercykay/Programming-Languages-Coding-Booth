000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_recover.                                  -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT RCVR-COMMAND-FILE ASSIGN TO "RCVCTL"                  -- The restore card
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One control card
000800         FILE STATUS IS WS-COMMAND-STATUS.                        -- I-O status for readCommand
000900     SELECT STATS-HISTORY-FILE ASSIGN TO "STATSHIST"              -- The live history master
001000         ORGANIZATION IS INDEXED                                  -- Keyed, rebuilt outright
001100         ACCESS MODE IS DYNAMIC                                   -- Keyed writes plus the proving scan
001200         RECORD KEY IS HST-HIST-KEY                               -- Run date + batch id + station id
001300         FILE STATUS IS WS-MASTER-STATUS.                         -- I-O status for the master chosen
001400     SELECT STATS-DETAIL-FILE ASSIGN TO "STATSDTL"                -- Accepted readings detail master
001500         ORGANIZATION IS INDEXED                                  -- Keyed, rebuilt outright
001600         ACCESS MODE IS DYNAMIC                                   -- Keyed writes plus the proving scan
001700         RECORD KEY IS DTL-DTL-KEY                                -- Date + batch + station + type + seq
001800         FILE STATUS IS WS-MASTER-STATUS.                         -- I-O status for the master chosen
001900     SELECT STATS-STATION-FILE ASSIGN TO "STATSSTA"               -- Station reference master
002000         ORGANIZATION IS INDEXED                                  -- Keyed, rebuilt outright
002100         ACCESS MODE IS DYNAMIC                                   -- Keyed writes plus the proving scan
002200         RECORD KEY IS STA-STATION-ID                             -- Station id
002300         FILE STATUS IS WS-MASTER-STATUS.                         -- I-O status for the master chosen
002400     SELECT STATS-GENERATION-FILE ASSIGN TO WS-GENERATION-NAME    -- The generation named on the card
002500         ORGANIZATION IS LINE SEQUENTIAL                          -- Header, data lines, control line
002600         FILE STATUS IS WS-GENERATION-STATUS.                     -- I-O status for the generation
002700     SELECT STATS-CATALOG-FILE ASSIGN TO "STATSBKC"               -- Backup generation catalog
002800         ORGANIZATION IS INDEXED                                  -- Keyed, maintained by statistics_backup
002900         ACCESS MODE IS DYNAMIC                                   -- Read by key
003000         RECORD KEY IS BKC-CATALOG-KEY                            -- Master + generation
003100         FILE STATUS IS WS-CATALOG-STATUS.                        -- I-O status for findGeneration
003200     SELECT RCVR-REPORT-FILE ASSIGN TO "RCVRPT"                   -- Recovery report
003300         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
003400         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
003500     SELECT STATS-LEDGER-FILE ASSIGN TO "STATSLEDG"               -- The nightly run ledger
003600         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per event
003700         FILE STATUS IS WS-LEDGER-STATUS.                         -- I-O status for the ledger
003800     SELECT STATS-AUDIT-FILE ASSIGN TO "STATSAUDIT"               -- Running per-run audit log
003900         ORGANIZATION IS LINE SEQUENTIAL                          -- One line per statistics_program run
004000         FILE STATUS IS WS-AUDIT-STATUS.                          -- I-O status for listAuditEntries
004100     SELECT STATS-AUTHORITY-FILE ASSIGN TO "STATSAUTH"            -- Operator authority grants
004200         ORGANIZATION IS LINE SEQUENTIAL                          -- One grant per line
004300         FILE STATUS IS WS-AUTHORITY-STATUS.                      -- I-O status for loadAuthority
004400     SELECT STATS-SECURITY-FILE ASSIGN TO "STATSSECV"             -- Running security-violation log
004500         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per refusal
004600         FILE STATUS IS WS-SECURITY-STATUS.                       -- I-O status for refuseCommand
004700 DATA DIVISION.                                                   -- Start of data declaration
004800 FILE SECTION.                                                    -- File record descriptions
004900 FD  RCVR-COMMAND-FILE                                            -- The restore card
005000     RECORDING MODE IS F.                                         -- Fixed length record
005100 COPY "stats_recover_record.cpy".                                 -- RECOVER-COMMAND-RECORD layout
005200 FD  STATS-HISTORY-FILE.                                          -- The live history master
005300 COPY "stats_history_record.cpy".                                 -- STATS-HISTORY-RECORD layout
005400 FD  STATS-DETAIL-FILE.                                           -- Accepted readings detail master
005500 COPY "stats_detail_record.cpy".                                  -- STATS-DETAIL-RECORD layout
005600 FD  STATS-STATION-FILE.                                          -- Station reference master
005700 COPY "stats_station_record.cpy".                                 -- STATS-STATION-RECORD layout
005800 FD  STATS-GENERATION-FILE                                        -- The generation named on the card
005900     RECORDING MODE IS F.                                         -- Fixed length records
006000 COPY "stats_generation_record.cpy".                              -- STATS-GENERATION-RECORD layout
006100 FD  STATS-CATALOG-FILE.                                          -- Backup generation catalog
006200 COPY "stats_backup_catalog_record.cpy".                          -- STATS-BACKUP-CATALOG-RECORD layout
006300 FD  RCVR-REPORT-FILE                                             -- Recovery report
006400     RECORDING MODE IS F.                                         -- Fixed length print lines
006500 COPY "stats_recover_report_record.cpy".                          -- RCVR-REPORT-*-LINE layouts
006600 FD  STATS-LEDGER-FILE                                            -- The nightly run ledger
006700     RECORDING MODE IS F.                                         -- Fixed length records
006800 COPY "stats_ledger_record.cpy".                                  -- STATS-LEDGER-RECORD layout
006900 FD  STATS-AUDIT-FILE                                             -- Running per-run audit log
007000     RECORDING MODE IS F.                                         -- Fixed length records
007100 COPY "stats_audit_record.cpy".                                   -- STATS-AUDIT-RECORD layout
007200 FD  STATS-AUTHORITY-FILE                                         -- Operator authority grants
007300     RECORDING MODE IS F.                                         -- Fixed length records
007400 COPY "stats_authority_record.cpy".                               -- STATS-AUTHORITY-RECORD layout
007500 FD  STATS-SECURITY-FILE                                          -- Running security-violation log
007600     RECORDING MODE IS F.                                         -- Fixed length records
007700 COPY "stats_security_log_record.cpy".                            -- STATS-SECURITY-LOG-RECORD layout
007800 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
007900     01  WS-COMMAND-STATUS PIC XX.                                -- File status for RCVR-COMMAND-FILE
008000     01  WS-MASTER-STATUS PIC XX.                                 -- File status for whichever master is rebuilt
008100     01  WS-GENERATION-STATUS PIC XX.                             -- File status for STATS-GENERATION-FILE
008200     01  WS-CATALOG-STATUS PIC XX.                                -- File status for STATS-CATALOG-FILE
008300     01  WS-REPORT-STATUS PIC XX.                                 -- File status for RCVR-REPORT-FILE
008400     01  WS-LEDGER-STATUS PIC XX.                                 -- File status for STATS-LEDGER-FILE
008500     01  WS-AUDIT-STATUS PIC XX.                                  -- File status for STATS-AUDIT-FILE
008600     01  WS-GENERATION-NAME PIC X(30).                            -- File name of the generation, from STATSBKC
008700     01  WS-SCAN-EOF-SWITCH PIC X.                                -- End-of-file switch for the sequential walks
008800         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of the file being walked
008900     01  WS-CATALOGED-SWITCH PIC X VALUE "N".                     -- Set when STATSBKC has the generation
009000         88  WS-CATALOGED VALUE "Y".                              -- Condition for a cataloged generation
009100     01  WS-CHECK-SWITCH PIC X VALUE "N".                         -- Set when the generation fails its proof
009200         88  WS-CHECK-FAILED VALUE "Y".                           -- Condition for a generation not to trust
009300     01  WS-REBUILD-SWITCH PIC X VALUE "N".                       -- Set once the master has been replaced
009400         88  WS-REBUILT  VALUE "Y".                               -- Condition for a rebuild attempted
009500     01  WS-REBUILD-FAIL-SWITCH PIC X VALUE "N".                  -- Set when the rebuilt master is wrong
009600         88  WS-REBUILD-FAILED VALUE "Y".                         -- Condition for a rebuild that didn't prove
009700     01  WS-HEADER-SEEN-SWITCH PIC X.                             -- Set at the generation's header line
009800         88  WS-HEADER-SEEN VALUE "Y".                            -- Condition for a header read
009900     01  WS-CONTROL-SEEN-SWITCH PIC X.                            -- Set at the generation's control line
010000         88  WS-CONTROL-SEEN VALUE "Y".                           -- Condition for a control line read
010100     01  WS-PARSED-VALUE PIC S9(7)V99.                            -- A card field brought out to full width
010200     01  WS-MASTER       PIC X(10).                               -- The master being rebuilt
010300     01  WS-RCV-GENERATION PIC 9(5).                              -- The generation named on the card
010400     01  WS-CAT-TIMESTAMP PIC X(19).                              -- When STATSBKC says it was taken
010500     01  WS-CAT-COUNT    PIC 9(9).                                -- Record count STATSBKC holds
010600     01  WS-CAT-HASH     PIC S9(14)V9999.                         -- Hash total STATSBKC holds
010700     01  WS-GEN-COUNT    PIC 9(9) VALUE 0.                        -- Data lines on the generation
010800     01  WS-GEN-HASH     PIC S9(14)V9999 VALUE 0.                 -- Their hash total
010900     01  WS-CTL-COUNT    PIC 9(9) VALUE 0.                        -- Record count on its control line
011000     01  WS-CTL-HASH     PIC S9(14)V9999 VALUE 0.                 -- Hash total on its control line
011100     01  WS-MST-COUNT    PIC 9(9) VALUE 0.                        -- Records on the rebuilt master
011200     01  WS-MST-HASH     PIC S9(14)V9999 VALUE 0.                 -- Their hash total
011300 COPY "stats_hash_image_record.cpy".                              -- STATS-HASH-IMAGE layout
011400     01  WS-HASH-TOTAL   PIC S9(14)V9999.                         -- Running hash total of a walk
011500     01  WS-RECORD-HASH  PIC S9(9)V9999.                          -- Hash of one record
011600     01  WS-HASH-TEXT    PIC X(55).                               -- Key or station text being weighed
011700     01  WS-HASH-LENGTH  PIC 9(3).                                -- How much of WS-HASH-TEXT counts
011800     01  WS-HASH-POS     PIC 9(3).                                -- Loop counter over WS-HASH-TEXT
011900     01  WS-STAMP-IN     PIC X(19).                               -- MM/DD/YYYY HH:MM:SS to compare
012000     01  WS-STAMP-KEY    PIC X(14).                               -- ...turned YYYYMMDDHHMMSS
012100     01  WS-GEN-STAMP-KEY PIC X(14).                              -- When the generation was taken
012200     01  WS-RUN-STAMP-KEY PIC X(14).                              -- When this run started
012300     01  WS-ENTRY-COUNT  PIC 9(5).                                -- Entries listed from one log
012400     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE layout
012500         05  WS-CURR-YYYY    PIC 9(4).                            -- Year
012600         05  WS-CURR-MM      PIC 9(2).                            -- Month
012700         05  WS-CURR-DD      PIC 9(2).                            -- Day
012800         05  WS-CURR-HH      PIC 9(2).                            -- Hour
012900         05  WS-CURR-MI      PIC 9(2).                            -- Minute
013000         05  WS-CURR-SS      PIC 9(2).                            -- Second
013100         05  FILLER          PIC X(9).                            -- Hundredths and UTC offset, unused
013200     01  WS-LOG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS of a refusal
013300     01  WS-LDG-STEP     PIC X(10) VALUE "RECOVER".               -- This step's name on the ledger
013400     01  WS-LDG-RUN-DATE PIC X(10).                               -- The day of the recovery, MM/DD/YYYY
013500     01  WS-LDG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS of a ledger line
013600     01  WS-LDG-EVENT    PIC X(8).                                -- START or END
013700     01  WS-LDG-RC       PIC 9(2).                                -- Return code on the ledger line
013800     01  WS-LDG-OPERATOR PIC X(8).                                -- Operator on the ledger line
013900     01  WS-LDG-NOTE     PIC X(30).                               -- Master and generation restored
014000     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for display
014100     01  WS-RPT-RECORDS  PIC ZZZZZZZZ9.                           -- Scratch edited record count
014200     01  WS-RPT-HASH     PIC -(13)9.9999.                         -- Scratch edited hash total
014300     01  WS-AUTHORITY-STATUS PIC XX.                              -- File status for STATS-AUTHORITY-FILE
014400     01  WS-SECURITY-STATUS PIC XX.                               -- File status for STATS-SECURITY-FILE
014500     01  WS-AUTH-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for loadAuthority
014600         88  WS-AUTH-EOF VALUE "Y".                               -- Condition for end of STATS-AUTHORITY-FILE
014700     01  WS-AUTH-SWITCH  PIC X VALUE "N".                         -- Set when STATSAUTH allows the card
014800         88  WS-AUTHORIZED VALUE "Y".                             -- Condition for an authorized card
014900     01  WS-AUTH-REASON  PIC X(12).                               -- Why checkAuthority refused the card
015000     01  WS-MAX-GRANTS   PIC 9(3) VALUE 200.                      -- Upper bound loadAuthority will hold
015100     01  WS-GRANT-COUNT  PIC 9(3) VALUE 0.                        -- This program's grants loaded
015200     01  WS-GRANTS-DROPPED PIC 9(5) VALUE 0.                      -- Grants past WS-MAX-GRANTS
015300     01  WS-GRANT-TABLE.                                          -- This program's grants from STATSAUTH
015400         05  WS-GRANT-ENTRY OCCURS 200 TIMES.                     -- One entry per grant
015500             10  WS-GRANT-OPERATOR PIC X(8).                      -- Who may...
015600             10  WS-GRANT-ACTION PIC X(8).                        -- ...do what, or "*ALL"
015700     01  WS-GRANT-IDX    PIC 9(3).                                -- Loop counter over the grant table
015800 PROCEDURE DIVISION.                                              -- Start of program logic
015900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- When this run started - its
016000     MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-STAMP-KEY               -- ...own ledger lines come after
016100     PERFORM readCommand                                          -- Learn what to rebuild from what
016200     PERFORM openFiles                                            -- Open catalog, report, logs
016300     PERFORM checkAuthority                                       -- May this operator do this
016400     IF NOT WS-AUTHORIZED                                         -- No grant for it -
016500         PERFORM refuseCommand                                    -- ...refuse and log the card
016600     ELSE                                                         -- ...
016700     IF NOT RCV-IS-RESTORE                                        -- Anything else is a typo -
016800         PERFORM writeActionLine                                  -- ...flagged unmistakably
016900         MOVE "BAD ACTION" TO RCA-RESULT                          -- ...
017000         WRITE RCVR-REPORT-ACTION-LINE                            -- ...
017100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
017200     ELSE                                                         -- ...
017300     IF NOT RCV-VALID-MASTER                                      -- Not one of the backed-up masters
017400         PERFORM writeActionLine                                  -- ...
017500         MOVE "BAD MASTER" TO RCA-RESULT                          -- ...
017600         WRITE RCVR-REPORT-ACTION-LINE                            -- ...
017700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
017800     ELSE                                                         -- ...
017900     IF WS-RCV-GENERATION = 0                                     -- No generation number to look up
018000         PERFORM writeActionLine                                  -- ...
018100         MOVE "BAD GENERATION" TO RCA-RESULT                      -- ...
018200         WRITE RCVR-REPORT-ACTION-LINE                            -- ...
018300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
018400     ELSE                                                         -- ...
018500         PERFORM doRestore                                        -- Prove, rebuild, prove again
018600     END-IF                                                       -- End of generation check
018700     END-IF                                                       -- End of master check
018800     END-IF                                                       -- End of action check
018900     END-IF                                                       -- End of authority check
019000     PERFORM closeFiles                                           -- Close everything on the way out
019100     IF WS-REBUILT AND NOT WS-REBUILD-FAILED                      -- ...
019200         DISPLAY "Master restored: " WS-MASTER                    -- One console line for the run
019300     ELSE                                                         -- ...
019400         DISPLAY "Master not restored: " RCV-MASTER               -- ...
019500     END-IF                                                       -- End of outcome check
019600     STOP RUN.                                                    -- End the program
019700 readCommand.                                                     -- Subroutine to read the restore card
019800     OPEN INPUT RCVR-COMMAND-FILE                                 -- Open the operator's card
019900     IF WS-COMMAND-STATUS NOT = "00"                              -- No card, nothing to rebuild
020000         DISPLAY "RCVCTL OPEN FAILED, STATUS="                    -- Fail fast and diagnosably
020100             WS-COMMAND-STATUS                                    -- ...
020200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
020300         STOP RUN                                                 -- ...
020400     END-IF                                                       -- End of open-check
020500     READ RCVR-COMMAND-FILE                                       -- Read the one card
020600         AT END                                                   -- An empty card file names nothing
020700             DISPLAY "RCVCTL IS EMPTY"                            -- Fail fast and diagnosably
020800             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
020900             STOP RUN                                             -- ...
021000     END-READ                                                     -- End of read
021100     CLOSE RCVR-COMMAND-FILE                                      -- Done with the card
021200     MOVE RCV-MASTER TO WS-MASTER                                 -- The master the card names
021300     MOVE 0 TO WS-RCV-GENERATION                                  -- ...and the generation, 0 if the
021400     IF FUNCTION TEST-NUMVAL(RCV-GENERATION) = 0                  -- ...card's number is unusable
021500         COMPUTE WS-PARSED-VALUE =                                -- Bring it out to full width
021600             FUNCTION NUMVAL(RCV-GENERATION)                      -- ...so an oversize one can't be
021700         IF WS-PARSED-VALUE > 0 AND WS-PARSED-VALUE <= 99999      -- ...silently truncated to fit
021800             MOVE WS-PARSED-VALUE TO WS-RCV-GENERATION            -- ...
021900         END-IF                                                   -- End of range check
022000     END-IF.                                                      -- End of numeric check
022100 openFiles.                                                       -- Subroutine to open the run's files
022200     OPEN INPUT STATS-CATALOG-FILE                                -- Open the generation catalog
022300     IF WS-CATALOG-STATUS NOT = "00"                              -- No catalog, no generation to trust
022400         DISPLAY "STATSBKC OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
022500             WS-CATALOG-STATUS                                    -- ...
022600         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
022700         STOP RUN                                                 -- ...
022800     END-IF                                                       -- End of open-check
022900     OPEN OUTPUT RCVR-REPORT-FILE                                 -- Open the print file for this run
023000     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
023100         DISPLAY "RCVRPT OPEN FAILED, STATUS="                    -- Fail fast and diagnosably
023200             WS-REPORT-STATUS                                     -- ...
023300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
023400         STOP RUN                                                 -- ...rather than write into a closed file
023500     END-IF                                                       -- End of open-check
023600     MOVE SPACES TO RCVR-REPORT-TITLE-LINE                        -- Clear the title line
023700     MOVE "STATISTICS MASTER RECOVERY REPORT"                     -- Set the report title
023800         TO RCT-TITLE-TEXT                                        -- ...
023900     WRITE RCVR-REPORT-TITLE-LINE                                 -- Write the report title
024000     OPEN EXTEND STATS-SECURITY-FILE                              -- Append to the security-violation log
024100     IF WS-SECURITY-STATUS NOT = "00"                             -- No violation log yet, first run
024200         OPEN OUTPUT STATS-SECURITY-FILE                          -- Create an empty one
024300         CLOSE STATS-SECURITY-FILE                                -- ...
024400         OPEN EXTEND STATS-SECURITY-FILE                          -- ...and append to it
024500     END-IF                                                       -- End of open-check
024600     PERFORM loadAuthority.                                       -- Who may restore what
024700 writeActionLine.                                                 -- Subroutine to echo the card on the report
024800     MOVE SPACES TO RCVR-REPORT-ACTION-LINE                       -- Clear the print line
024900     MOVE RCV-ACTION TO RCA-ACTION                                -- What was asked
025000     MOVE RCV-MASTER TO RCA-MASTER                                -- ...for which master
025100     MOVE RCV-GENERATION TO RCA-GENERATION                        -- ...from which generation
025200     MOVE RCV-OPERATOR TO RCA-OPERATOR                            -- ...by whom
025300     MOVE SPACES TO RCA-RESULT.                                   -- The handler fills in what happened
025400 doRestore.                                                       -- Subroutine to rebuild the master the card names
025500     PERFORM findGeneration                                       -- Is the generation cataloged
025600     IF WS-CATALOGED                                              -- It is - never touch the master
025700         PERFORM verifyGeneration                                 -- ...until the generation proves
025800         IF NOT WS-CHECK-FAILED                                   -- It proved - replace the master
025900             PERFORM startLedger                                  -- Sign the ledger on the way in
026000             PERFORM rebuildMaster                                -- ...
026100             IF NOT WS-REBUILD-FAILED                             -- Every record went back -
026200                 PERFORM verifyMaster                             -- ...prove what landed
026300             END-IF                                               -- End of rebuild check
026400             IF WS-REBUILD-FAILED                                 -- The master is not what the
026500                 MOVE 12 TO RETURN-CODE                           -- ...generation holds
026600             END-IF                                               -- End of proof check
026700             PERFORM finishLedger                                 -- Sign the ledger on the way out
026800         ELSE                                                     -- A damaged or mismatched generation
026900             MOVE 12 TO RETURN-CODE                               -- ...is never restored
027000         END-IF                                                   -- End of generation check
027100     ELSE                                                         -- No such generation kept
027200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
027300     END-IF                                                       -- End of catalog check
027400     PERFORM writeActionLine                                      -- Echo the card
027500     IF NOT WS-CATALOGED                                          -- ...with what happened
027600         MOVE "NOT CATALOGED" TO RCA-RESULT                       -- ...
027700     ELSE                                                         -- ...
027800     IF WS-CHECK-FAILED                                           -- ...
027900         MOVE "FAILED CHECK" TO RCA-RESULT                        -- ...
028000     ELSE                                                         -- ...
028100     IF WS-REBUILD-FAILED                                         -- ...
028200         MOVE "REBUILD FAILED" TO RCA-RESULT                      -- ...
028300     ELSE                                                         -- ...
028400         MOVE "RESTORED" TO RCA-RESULT                            -- ...
028500     END-IF                                                       -- End of rebuild check
028600     END-IF                                                       -- End of proof check
028700     END-IF                                                       -- End of catalog check
028800     WRITE RCVR-REPORT-ACTION-LINE                                -- ...
028900     IF WS-CATALOGED                                              -- Show the proof and the runs
029000         PERFORM writeProofLines                                  -- ...to replay since it was taken
029100         PERFORM listLedgerEntries                                -- ...
029200         PERFORM listAuditEntries                                 -- ...
029300     END-IF.                                                      -- End of catalog check
029400 findGeneration.                                                  -- Subroutine to look the generation up on STATSBKC
029500     MOVE "N" TO WS-CATALOGED-SWITCH                              -- Not cataloged until found
029600     MOVE WS-MASTER TO BKC-MASTER                                 -- Look it up by key
029700     MOVE WS-RCV-GENERATION TO BKC-GENERATION                     -- ...
029800     READ STATS-CATALOG-FILE                                      -- ...
029900         KEY IS BKC-CATALOG-KEY                                   -- ...
030000         INVALID KEY CONTINUE                                     -- Never taken, or rolled off
030100         NOT INVALID KEY SET WS-CATALOGED TO TRUE                 -- ...
030200     END-READ                                                     -- End of read
030300     IF WS-CATALOGED                                              -- Keep what the catalog says
030400         MOVE BKC-FILE-NAME TO WS-GENERATION-NAME                 -- ...where it is
030500         MOVE BKC-TIMESTAMP TO WS-CAT-TIMESTAMP                   -- ...when it was taken
030600         MOVE BKC-RECORD-COUNT TO WS-CAT-COUNT                    -- ...and what it must hold
030700         MOVE BKC-HASH-TOTAL TO WS-CAT-HASH                       -- ...
030800         MOVE WS-CAT-TIMESTAMP TO WS-STAMP-IN                     -- ...turned comparable
030900         PERFORM makeStampKey                                     -- ...
031000         MOVE WS-STAMP-KEY TO WS-GEN-STAMP-KEY                    -- ...
031100     END-IF.                                                      -- End of catalog check
031200 verifyGeneration.                                                -- Subroutine to prove the generation before use
031300     MOVE "N" TO WS-CHECK-SWITCH                                  -- Sound until shown otherwise
031400     MOVE "N" TO WS-HEADER-SEEN-SWITCH                            -- ...
031500     MOVE "N" TO WS-CONTROL-SEEN-SWITCH                           -- ...
031600     MOVE 0 TO WS-GEN-COUNT                                       -- Nothing counted yet
031700     MOVE 0 TO WS-HASH-TOTAL                                      -- ...
031800     OPEN INPUT STATS-GENERATION-FILE                             -- Open the generation
031900     IF WS-GENERATION-STATUS NOT = "00"                           -- Its file is gone - nothing to
032000         DISPLAY WS-GENERATION-NAME " OPEN FAILED, STATUS="       -- ...restore from
032100             WS-GENERATION-STATUS                                 -- ...
032200         SET WS-CHECK-FAILED TO TRUE                              -- ...
032300     ELSE                                                         -- Walk every line of it
032400         MOVE "N" TO WS-SCAN-EOF-SWITCH                           -- ...
032500         PERFORM UNTIL WS-SCAN-EOF                                -- ...
032600             READ STATS-GENERATION-FILE                           -- Read the next line
032700                 AT END SET WS-SCAN-EOF TO TRUE                   -- Flag end of file
032800                 NOT AT END PERFORM checkGenerationLine           -- ...
032900             END-READ                                             -- End of read
033000         END-PERFORM                                              -- End of line loop
033100         CLOSE STATS-GENERATION-FILE                              -- ...
033200     END-IF                                                       -- End of open-check
033300     MOVE WS-HASH-TOTAL TO WS-GEN-HASH                            -- What the data lines add up to
033400     IF NOT WS-HEADER-SEEN OR NOT WS-CONTROL-SEEN                 -- A cut-short generation
033500         SET WS-CHECK-FAILED TO TRUE                              -- ...
033600     END-IF                                                       -- End of completeness check
033700     IF WS-GEN-COUNT NOT = WS-CTL-COUNT                           -- The lines must match their
033800         OR WS-GEN-HASH NOT = WS-CTL-HASH                         -- ...own control line
033900         OR WS-GEN-COUNT NOT = WS-CAT-COUNT                       -- ...and the catalog
034000         OR WS-GEN-HASH NOT = WS-CAT-HASH                         -- ...
034100         SET WS-CHECK-FAILED TO TRUE                              -- ...
034200     END-IF.                                                      -- End of figures check
034300 checkGenerationLine.                                             -- Subroutine to prove one generation line
034400     IF BKG-IS-HEADER                                             -- One header, naming this generation
034500         IF WS-HEADER-SEEN                                        -- ...
034600             OR BKG-HDR-MASTER NOT = WS-MASTER                    -- ...
034700             OR BKG-HDR-GENERATION NOT = WS-RCV-GENERATION        -- ...
034800             SET WS-CHECK-FAILED TO TRUE                          -- ...
034900         END-IF                                                   -- End of header check
035000         SET WS-HEADER-SEEN TO TRUE                               -- ...
035100     ELSE                                                         -- ...
035200     IF BKG-IS-DATA                                               -- A record, between header and control
035300         IF NOT WS-HEADER-SEEN OR WS-CONTROL-SEEN                 -- ...
035400             SET WS-CHECK-FAILED TO TRUE                          -- ...
035500         END-IF                                                   -- End of placement check
035600         MOVE BKG-BODY TO HSH-IMAGE                               -- Hash it as the master would hold it
035700         PERFORM checkImage                                       -- ...if its figures are figures at all
035800         IF NOT WS-CHECK-FAILED                                   -- ...
035900             PERFORM hashImage                                    -- ...
036000         END-IF                                                   -- End of image check
036100         ADD 1 TO WS-GEN-COUNT                                    -- Count it
036200     ELSE                                                         -- ...
036300     IF BKG-IS-CONTROL                                            -- One control line, for this generation
036400         IF WS-CONTROL-SEEN                                       -- ...
036500             OR BKG-CTL-MASTER NOT = WS-MASTER                    -- ...
036600             OR BKG-CTL-GENERATION NOT = WS-RCV-GENERATION        -- ...
036700             SET WS-CHECK-FAILED TO TRUE                          -- ...
036800         END-IF                                                   -- End of control check
036900         SET WS-CONTROL-SEEN TO TRUE                              -- ...
037000         MOVE BKG-CTL-RECORD-COUNT TO WS-CTL-COUNT                -- What the generation claims
037100         MOVE BKG-CTL-HASH-TOTAL TO WS-CTL-HASH                   -- ...
037200     ELSE                                                         -- Anything else is damage
037300         SET WS-CHECK-FAILED TO TRUE                              -- ...
037400     END-IF                                                       -- End of control check
037500     END-IF                                                       -- End of data check
037600     END-IF.                                                      -- End of header check
037700 checkImage.                                                      -- Subroutine to test a generation record's figures
037800     IF WS-MASTER = "STATSHIST"                                   -- A history record
037900         IF HSH-HST-RECORD-COUNT NOT NUMERIC                      -- ...
038000             OR HSH-HST-SMALLEST NOT NUMERIC                      -- ...
038100             OR HSH-HST-LARGEST NOT NUMERIC                       -- ...
038200             OR HSH-HST-MODE NOT NUMERIC                          -- ...
038300             OR HSH-HST-MEAN NOT NUMERIC                          -- ...
038400             OR HSH-HST-MEDIAN NOT NUMERIC                        -- ...
038500             OR HSH-HST-STDDEV NOT NUMERIC                        -- ...
038600             SET WS-CHECK-FAILED TO TRUE                          -- ...
038700         END-IF                                                   -- End of figures check
038800     ELSE                                                         -- ...
038900     IF WS-MASTER = "STATSDTL"                                    -- A detail record
039000         IF HSH-DTL-VALUE NOT NUMERIC                             -- ...
039100             OR HSH-DTL-RAW-VALUE NOT NUMERIC                     -- ...
039200             SET WS-CHECK-FAILED TO TRUE                          -- ...
039300         END-IF                                                   -- End of values check
039400     ELSE                                                         -- A station record
039500         IF HSH-STA-LEVEL-ALARM-LOW NOT NUMERIC                   -- ...
039600             OR HSH-STA-LEVEL-ALARM-HIGH NOT NUMERIC              -- ...
039700             OR HSH-STA-FLOW-ALARM-LOW NOT NUMERIC                -- ...
039800             OR HSH-STA-FLOW-ALARM-HIGH NOT NUMERIC               -- ...
039900             SET WS-CHECK-FAILED TO TRUE                          -- ...
040000         END-IF                                                   -- End of limits check
040100     END-IF                                                       -- End of detail check
040200     END-IF.                                                      -- End of history check
040300 rebuildMaster.                                                   -- Subroutine to replace the master from the generation
040400     MOVE "N" TO WS-REBUILD-FAIL-SWITCH                           -- Sound until shown otherwise
040500     IF WS-MASTER = "STATSHIST"                                   -- Empty the chosen master -
040600         OPEN OUTPUT STATS-HISTORY-FILE                           -- ...the generation replaces it
040700     ELSE                                                         -- ...outright
040800     IF WS-MASTER = "STATSDTL"                                    -- ...
040900         OPEN OUTPUT STATS-DETAIL-FILE                            -- ...
041000     ELSE                                                         -- ...
041100         OPEN OUTPUT STATS-STATION-FILE                           -- ...
041200     END-IF                                                       -- End of detail check
041300     END-IF                                                       -- End of history check
041400     IF WS-MASTER-STATUS NOT = "00"                               -- Can't replace it - it stands as it was
041500         DISPLAY WS-MASTER " OPEN FAILED, STATUS="                -- Fail diagnosably
041600             WS-MASTER-STATUS                                     -- ...
041700         SET WS-REBUILD-FAILED TO TRUE                            -- ...
041800     ELSE                                                         -- The master is now empty
041900         SET WS-REBUILT TO TRUE                                   -- ...
042000         OPEN INPUT STATS-GENERATION-FILE                         -- Walk the generation again
042100         IF WS-GENERATION-STATUS NOT = "00"                       -- Gone since it proved
042200             DISPLAY WS-GENERATION-NAME " OPEN FAILED, STATUS="   -- ...
042300                 WS-GENERATION-STATUS                             -- ...
042400             SET WS-REBUILD-FAILED TO TRUE                        -- ...
042500         ELSE                                                     -- ...
042600             MOVE "N" TO WS-SCAN-EOF-SWITCH                       -- ...
042700             PERFORM UNTIL WS-SCAN-EOF                            -- One pass per line
042800                 READ STATS-GENERATION-FILE                       -- Read the next line
042900                     AT END SET WS-SCAN-EOF TO TRUE               -- Flag end of file
043000                     NOT AT END                                   -- ...
043100                         IF BKG-IS-DATA                           -- Only the records go back
043200                             PERFORM writeMasterRecord            -- ...
043300                         END-IF                                   -- End of type check
043400                 END-READ                                         -- End of read
043500             END-PERFORM                                          -- End of line loop
043600             CLOSE STATS-GENERATION-FILE                          -- ...
043700         END-IF                                                   -- End of open-check
043800         PERFORM closeMaster                                      -- ...
043900     END-IF.                                                      -- End of open-check
044000 writeMasterRecord.                                               -- Subroutine to put one record back on the master
044100     IF WS-MASTER = "STATSHIST"                                   -- ...
044200         MOVE BKG-BODY TO STATS-HISTORY-RECORD                    -- The image, exactly as unloaded
044300         WRITE STATS-HISTORY-RECORD                               -- ...
044400             INVALID KEY SET WS-REBUILD-FAILED TO TRUE            -- Out of order or duplicated
044500         END-WRITE                                                -- End of write
044600     ELSE                                                         -- ...
044700     IF WS-MASTER = "STATSDTL"                                    -- ...
044800         MOVE BKG-BODY TO STATS-DETAIL-RECORD                     -- The image, exactly as unloaded
044900         WRITE STATS-DETAIL-RECORD                                -- ...
045000             INVALID KEY SET WS-REBUILD-FAILED TO TRUE            -- Out of order or duplicated
045100         END-WRITE                                                -- End of write
045200     ELSE                                                         -- ...
045300         MOVE BKG-BODY TO STATS-STATION-RECORD                    -- The image, exactly as unloaded
045400         WRITE STATS-STATION-RECORD                               -- ...
045500             INVALID KEY SET WS-REBUILD-FAILED TO TRUE            -- Out of order or duplicated
045600         END-WRITE                                                -- End of write
045700     END-IF                                                       -- End of detail check
045800     END-IF.                                                      -- End of history check
045900 closeMaster.                                                     -- Subroutine to close the master being rebuilt
046000     IF WS-MASTER = "STATSHIST"                                   -- ...
046100         CLOSE STATS-HISTORY-FILE                                 -- ...
046200     ELSE                                                         -- ...
046300     IF WS-MASTER = "STATSDTL"                                    -- ...
046400         CLOSE STATS-DETAIL-FILE                                  -- ...
046500     ELSE                                                         -- ...
046600         CLOSE STATS-STATION-FILE                                 -- ...
046700     END-IF                                                       -- End of detail check
046800     END-IF.                                                      -- End of history check
046900 verifyMaster.                                                    -- Subroutine to prove the rebuilt master
047000     MOVE 0 TO WS-MST-COUNT                                       -- Nothing counted yet
047100     MOVE 0 TO WS-HASH-TOTAL                                      -- ...
047200     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the whole master
047300     IF WS-MASTER = "STATSHIST"                                   -- ...in key order
047400         PERFORM scanHistory                                      -- ...
047500     ELSE                                                         -- ...
047600     IF WS-MASTER = "STATSDTL"                                    -- ...
047700         PERFORM scanDetail                                       -- ...
047800     ELSE                                                         -- ...
047900         PERFORM scanStation                                      -- ...
048000     END-IF                                                       -- End of detail check
048100     END-IF                                                       -- End of history check
048200     MOVE WS-HASH-TOTAL TO WS-MST-HASH                            -- What the master adds up to
048300     IF WS-MST-COUNT NOT = WS-CAT-COUNT                           -- It must hold exactly what
048400         OR WS-MST-HASH NOT = WS-CAT-HASH                         -- ...the catalog says
048500         SET WS-REBUILD-FAILED TO TRUE                            -- ...
048600     END-IF.                                                      -- End of figures check
048700 scanHistory.                                                     -- Subroutine to hash the rebuilt STATSHIST
048800     OPEN INPUT STATS-HISTORY-FILE                                -- ...
048900     IF WS-MASTER-STATUS NOT = "00"                               -- Can't read back what was written
049000         SET WS-REBUILD-FAILED TO TRUE                            -- ...
049100     ELSE                                                         -- ...
049200         MOVE LOW-VALUES TO HST-HIST-KEY                          -- Position the scan at the first record
049300         START STATS-HISTORY-FILE                                 -- ...
049400             KEY IS NOT LESS THAN HST-HIST-KEY                    -- ...
049500             INVALID KEY SET WS-SCAN-EOF TO TRUE                  -- An empty master
049600         END-START                                                -- End of start
049700         PERFORM UNTIL WS-SCAN-EOF                                -- One pass per record
049800             READ STATS-HISTORY-FILE NEXT RECORD                  -- ...
049900                 AT END SET WS-SCAN-EOF TO TRUE                   -- Flag end of file
050000                 NOT AT END                                       -- ...
050100                     MOVE STATS-HISTORY-RECORD TO HSH-IMAGE       -- Hash it
050200                     PERFORM hashImage                            -- ...
050300                     ADD 1 TO WS-MST-COUNT                        -- Count it
050400             END-READ                                             -- End of read
050500         END-PERFORM                                              -- End of scan loop
050600         CLOSE STATS-HISTORY-FILE                                 -- ...
050700     END-IF.                                                      -- End of open-check
050800 scanDetail.                                                      -- Subroutine to hash the rebuilt STATSDTL
050900     OPEN INPUT STATS-DETAIL-FILE                                 -- ...
051000     IF WS-MASTER-STATUS NOT = "00"                               -- Can't read back what was written
051100         SET WS-REBUILD-FAILED TO TRUE                            -- ...
051200     ELSE                                                         -- ...
051300         MOVE LOW-VALUES TO DTL-DTL-KEY                           -- Position the scan at the first record
051400         START STATS-DETAIL-FILE                                  -- ...
051500             KEY IS NOT LESS THAN DTL-DTL-KEY                     -- ...
051600             INVALID KEY SET WS-SCAN-EOF TO TRUE                  -- An empty master
051700         END-START                                                -- End of start
051800         PERFORM UNTIL WS-SCAN-EOF                                -- One pass per record
051900             READ STATS-DETAIL-FILE NEXT RECORD                   -- ...
052000                 AT END SET WS-SCAN-EOF TO TRUE                   -- Flag end of file
052100                 NOT AT END                                       -- ...
052200                     MOVE STATS-DETAIL-RECORD TO HSH-IMAGE        -- Hash it
052300                     PERFORM hashImage                            -- ...
052400                     ADD 1 TO WS-MST-COUNT                        -- Count it
052500             END-READ                                             -- End of read
052600         END-PERFORM                                              -- End of scan loop
052700         CLOSE STATS-DETAIL-FILE                                  -- ...
052800     END-IF.                                                      -- End of open-check
052900 scanStation.                                                     -- Subroutine to hash the rebuilt STATSSTA
053000     OPEN INPUT STATS-STATION-FILE                                -- ...
053100     IF WS-MASTER-STATUS NOT = "00"                               -- Can't read back what was written
053200         SET WS-REBUILD-FAILED TO TRUE                            -- ...
053300     ELSE                                                         -- ...
053400         MOVE LOW-VALUES TO STA-STATION-ID                        -- Position the scan at the first record
053500         START STATS-STATION-FILE                                 -- ...
053600             KEY IS NOT LESS THAN STA-STATION-ID                  -- ...
053700             INVALID KEY SET WS-SCAN-EOF TO TRUE                  -- An empty master
053800         END-START                                                -- End of start
053900         PERFORM UNTIL WS-SCAN-EOF                                -- One pass per record
054000             READ STATS-STATION-FILE NEXT RECORD                  -- ...
054100                 AT END SET WS-SCAN-EOF TO TRUE                   -- Flag end of file
054200                 NOT AT END                                       -- ...
054300                     MOVE STATS-STATION-RECORD TO HSH-IMAGE       -- Hash it
054400                     PERFORM hashImage                            -- ...
054500                     ADD 1 TO WS-MST-COUNT                        -- Count it
054600             END-READ                                             -- End of read
054700         END-PERFORM                                              -- End of scan loop
054800         CLOSE STATS-STATION-FILE                                 -- ...
054900     END-IF.                                                      -- End of open-check
055000 hashImage.                                                       -- Subroutine to hash the record in HSH-IMAGE
055100     MOVE 0 TO WS-RECORD-HASH                                     -- Start the record's hash afresh
055200     IF WS-MASTER = "STATSHIST"                                   -- A history record - its key
055300         MOVE HSH-HST-KEY TO WS-HASH-TEXT                         -- ...weighed byte by byte
055400         MOVE 25 TO WS-HASH-LENGTH                                -- ...
055500         PERFORM hashText                                         -- ...
055600         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH                  -- ...plus its count and figures
055700             + HSH-HST-RECORD-COUNT + HSH-HST-SMALLEST            -- ...
055800             + HSH-HST-LARGEST + HSH-HST-MODE                     -- ...
055900             + HSH-HST-MEAN + HSH-HST-MEDIAN                      -- ...
056000             + HSH-HST-STDDEV                                     -- ...
056100     ELSE                                                         -- ...
056200     IF WS-MASTER = "STATSDTL"                                    -- A detail record - its key
056300         MOVE HSH-DTL-KEY TO WS-HASH-TEXT                         -- ...weighed byte by byte
056400         MOVE 30 TO WS-HASH-LENGTH                                -- ...
056500         PERFORM hashText                                         -- ...
056600         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH                  -- ...plus its values
056700             + HSH-DTL-VALUE + HSH-DTL-RAW-VALUE                  -- ...
056800     ELSE                                                         -- A station record - its id and
056900         MOVE HSH-STA-TEXT TO WS-HASH-TEXT                        -- ...descriptive text weighed
057000         MOVE 55 TO WS-HASH-LENGTH                                -- ...byte by byte
057100         PERFORM hashText                                         -- ...
057200         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH                  -- ...plus its alarm limits
057300             + HSH-STA-LEVEL-ALARM-LOW + HSH-STA-LEVEL-ALARM-HIGH -- ...
057400             + HSH-STA-FLOW-ALARM-LOW + HSH-STA-FLOW-ALARM-HIGH   -- ...
057500     END-IF                                                       -- End of detail check
057600     END-IF                                                       -- End of history check
057700     ADD WS-RECORD-HASH TO WS-HASH-TOTAL.                         -- Into the running total
057800 hashText.                                                        -- Subroutine to weigh WS-HASH-TEXT byte by byte
057900     PERFORM VARYING WS-HASH-POS FROM 1 BY 1                      -- Each byte's ordinal times
058000         UNTIL WS-HASH-POS > WS-HASH-LENGTH                       -- ...its position
058100         COMPUTE WS-RECORD-HASH = WS-RECORD-HASH                  -- ...
058200             + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-POS:1))          -- ...
058300             * WS-HASH-POS                                        -- ...
058400     END-PERFORM.                                                 -- End of loop
058500 makeStampKey.                                                    -- Subroutine to make a timestamp comparable
058600     STRING WS-STAMP-IN(7:4) WS-STAMP-IN(1:2) WS-STAMP-IN(4:2)    -- MM/DD/YYYY HH:MM:SS
058700         WS-STAMP-IN(12:2) WS-STAMP-IN(15:2) WS-STAMP-IN(18:2)    -- ...to YYYYMMDDHHMMSS
058800         DELIMITED BY SIZE INTO WS-STAMP-KEY                      -- ...
058900     END-STRING.                                                  -- End of string
059000 writeProofLines.                                                 -- Subroutine to show the generation and master proved
059100     MOVE SPACES TO RCVR-REPORT-DETAIL-LINE                       -- Clear the detail line
059200     MOVE "GENERATION FILE" TO RCD-LABEL                          -- Where it was restored from
059300     MOVE WS-GENERATION-NAME TO RCD-VALUE                         -- ...
059400     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
059500     MOVE SPACES TO RCVR-REPORT-DETAIL-LINE                       -- Clear the detail line
059600     MOVE "GENERATION TAKEN" TO RCD-LABEL                         -- When it was taken
059700     MOVE WS-CAT-TIMESTAMP TO RCD-VALUE                           -- ...
059800     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
059900     MOVE "CATALOG RECORD COUNT" TO RCD-LABEL                     -- What it must hold
060000     MOVE WS-CAT-COUNT TO WS-RPT-RECORDS                          -- ...
060100     MOVE WS-RPT-RECORDS TO RCD-VALUE                             -- ...
060200     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
060300     MOVE "CATALOG HASH TOTAL" TO RCD-LABEL                       -- ...
060400     MOVE WS-CAT-HASH TO WS-RPT-HASH                              -- ...
060500     MOVE WS-RPT-HASH TO RCD-VALUE                                -- ...
060600     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
060700     MOVE "CONTROL RECORD COUNT" TO RCD-LABEL                     -- What its control line claims
060800     MOVE WS-CTL-COUNT TO WS-RPT-RECORDS                          -- ...
060900     MOVE WS-RPT-RECORDS TO RCD-VALUE                             -- ...
061000     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
061100     MOVE "CONTROL HASH TOTAL" TO RCD-LABEL                       -- ...
061200     MOVE WS-CTL-HASH TO WS-RPT-HASH                              -- ...
061300     MOVE WS-RPT-HASH TO RCD-VALUE                                -- ...
061400     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
061500     MOVE "GENERATION RECORD COUNT" TO RCD-LABEL                  -- What its data lines hold
061600     MOVE WS-GEN-COUNT TO WS-RPT-RECORDS                          -- ...
061700     MOVE WS-RPT-RECORDS TO RCD-VALUE                             -- ...
061800     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
061900     MOVE "GENERATION HASH TOTAL" TO RCD-LABEL                    -- ...
062000     MOVE WS-GEN-HASH TO WS-RPT-HASH                              -- ...
062100     MOVE WS-RPT-HASH TO RCD-VALUE                                -- ...
062200     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
062300     IF WS-REBUILT                                                -- The master was replaced -
062400         MOVE "REBUILT RECORD COUNT" TO RCD-LABEL                 -- ...what it now holds
062500         MOVE WS-MST-COUNT TO WS-RPT-RECORDS                      -- ...
062600         MOVE WS-RPT-RECORDS TO RCD-VALUE                         -- ...
062700         WRITE RCVR-REPORT-DETAIL-LINE                            -- ...
062800         MOVE "REBUILT HASH TOTAL" TO RCD-LABEL                   -- ...
062900         MOVE WS-MST-HASH TO WS-RPT-HASH                          -- ...
063000         MOVE WS-RPT-HASH TO RCD-VALUE                            -- ...
063100         WRITE RCVR-REPORT-DETAIL-LINE                            -- ...
063200     END-IF.                                                      -- End of rebuild check
063300 listLedgerEntries.                                               -- Subroutine to list ledger lines since the generation
063400     MOVE SPACES TO RCVR-REPORT-DETAIL-LINE                       -- Head the list
063500     MOVE "RUN-LEDGER ENTRIES SINCE" TO RCD-LABEL                 -- ...
063600     MOVE WS-CAT-TIMESTAMP TO RCD-VALUE                           -- ...
063700     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
063800     MOVE 0 TO WS-ENTRY-COUNT                                     -- Nothing listed yet
063900     OPEN INPUT STATS-LEDGER-FILE                                 -- No ledger means no runs since
064000     IF WS-LEDGER-STATUS = "00"                                   -- ...
064100         MOVE "N" TO WS-SCAN-EOF-SWITCH                           -- Walk the whole ledger
064200         PERFORM UNTIL WS-SCAN-EOF                                -- ...
064300             READ STATS-LEDGER-FILE                               -- Read the next ledger line
064400                 AT END SET WS-SCAN-EOF TO TRUE                   -- Flag end of file
064500                 NOT AT END PERFORM checkLedgerEntry              -- ...
064600             END-READ                                             -- End of read
064700         END-PERFORM                                              -- End of ledger loop
064800         CLOSE STATS-LEDGER-FILE                                  -- ...
064900     END-IF                                                       -- End of open-check
065000     MOVE SPACES TO RCVR-REPORT-DETAIL-LINE                       -- Close the list with its count
065100     MOVE "RUN-LEDGER ENTRIES LISTED" TO RCD-LABEL                -- ...
065200     MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT                          -- ...
065300     MOVE WS-RPT-COUNT TO RCD-VALUE                               -- ...
065400     WRITE RCVR-REPORT-DETAIL-LINE.                               -- ...
065500 checkLedgerEntry.                                                -- Subroutine to list one ledger line if it is later
065600     MOVE LDG-TIMESTAMP TO WS-STAMP-IN                            -- When it was written
065700     PERFORM makeStampKey                                         -- ...turned comparable
065800     IF WS-STAMP-KEY > WS-GEN-STAMP-KEY                           -- After the generation was taken
065900         AND WS-STAMP-KEY < WS-RUN-STAMP-KEY                      -- ...and before this run
066000         AND LDG-STEP NOT = "BACKUP"                              -- ...by a step that changes things
066100         MOVE SPACES TO RCVR-REPORT-LEDGER-LINE                   -- Clear the print line
066200         MOVE LDG-TIMESTAMP TO RCL-TIMESTAMP                      -- When
066300         MOVE LDG-STEP TO RCL-STEP                                -- ...which step
066400         MOVE LDG-EVENT TO RCL-EVENT                              -- ...did what
066500         MOVE LDG-RUN-DATE TO RCL-RUN-DATE                        -- ...for which night
066600         MOVE LDG-RETURN-CODE TO RCL-RETURN-CODE                  -- ...with what severity
066700         MOVE LDG-NOTE TO RCL-NOTE                                -- ...and why
066800         WRITE RCVR-REPORT-LEDGER-LINE                            -- ...
066900         ADD 1 TO WS-ENTRY-COUNT                                  -- Count it
067000     END-IF.                                                      -- End of timestamp check
067100 listAuditEntries.                                                -- Subroutine to list audit lines since the generation
067200     MOVE SPACES TO RCVR-REPORT-DETAIL-LINE                       -- Head the list
067300     MOVE "AUDIT ENTRIES SINCE" TO RCD-LABEL                      -- ...
067400     MOVE WS-CAT-TIMESTAMP TO RCD-VALUE                           -- ...
067500     WRITE RCVR-REPORT-DETAIL-LINE                                -- ...
067600     MOVE 0 TO WS-ENTRY-COUNT                                     -- Nothing listed yet
067700     OPEN INPUT STATS-AUDIT-FILE                                  -- No audit log means no runs since
067800     IF WS-AUDIT-STATUS = "00"                                    -- ...
067900         MOVE "N" TO WS-SCAN-EOF-SWITCH                           -- Walk the whole log
068000         PERFORM UNTIL WS-SCAN-EOF                                -- ...
068100             READ STATS-AUDIT-FILE                                -- Read the next audit line
068200                 AT END SET WS-SCAN-EOF TO TRUE                   -- Flag end of file
068300                 NOT AT END PERFORM checkAuditEntry               -- ...
068400             END-READ                                             -- End of read
068500         END-PERFORM                                              -- End of audit loop
068600         CLOSE STATS-AUDIT-FILE                                   -- ...
068700     END-IF                                                       -- End of open-check
068800     MOVE SPACES TO RCVR-REPORT-DETAIL-LINE                       -- Close the list with its count
068900     MOVE "AUDIT ENTRIES LISTED" TO RCD-LABEL                     -- ...
069000     MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT                          -- ...
069100     MOVE WS-RPT-COUNT TO RCD-VALUE                               -- ...
069200     WRITE RCVR-REPORT-DETAIL-LINE.                               -- ...
069300 checkAuditEntry.                                                 -- Subroutine to list one audit line if it is later
069400     MOVE AUD-TIMESTAMP TO WS-STAMP-IN                            -- When the run executed
069500     PERFORM makeStampKey                                         -- ...turned comparable
069600     IF WS-STAMP-KEY > WS-GEN-STAMP-KEY                           -- After the generation was taken
069700         AND WS-STAMP-KEY < WS-RUN-STAMP-KEY                      -- ...and before this run
069800         MOVE SPACES TO RCVR-REPORT-AUDIT-LINE                    -- Clear the print line
069900         MOVE AUD-TIMESTAMP TO RCU-TIMESTAMP                      -- When
070000         MOVE AUD-BATCH-ID TO RCU-BATCH-ID                        -- ...which batch ran
070100         MOVE AUD-RECORD-COUNT TO RCU-RECORD-COUNT                -- ...how many readings
070200         MOVE AUD-NOTE TO RCU-NOTE                                -- ...and whether it was a rerun
070300         WRITE RCVR-REPORT-AUDIT-LINE                             -- ...
070400         ADD 1 TO WS-ENTRY-COUNT                                  -- Count it
070500     END-IF.                                                      -- End of timestamp check
070600 loadAuthority.                                                   -- Subroutine to load the operator grants
070700     OPEN INPUT STATS-AUTHORITY-FILE                              -- Open the operator authority file
070800     IF WS-AUTHORITY-STATUS NOT = "00"                            -- No grants, no authorized cards
070900         DISPLAY "STATSAUTH OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
071000             WS-AUTHORITY-STATUS                                  -- ...
071100         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
071200         STOP RUN                                                 -- ...rather than refuse every card
071300     END-IF                                                       -- End of open-check
071400     PERFORM UNTIL WS-AUTH-EOF                                    -- Loop over every grant
071500         READ STATS-AUTHORITY-FILE                                -- Read the next grant
071600             AT END SET WS-AUTH-EOF TO TRUE                       -- Flag end of file
071700             NOT AT END                                           -- A grant was read
071800                 IF AUT-PROGRAM = "RECOVER"                       -- Only this program's grants
071900                     PERFORM loadOneGrant                         -- ...are kept
072000                 END-IF                                           -- End of program check
072100         END-READ                                                 -- End of read
072200     END-PERFORM                                                  -- End of loop
072300     CLOSE STATS-AUTHORITY-FILE                                   -- Done with the authority file
072400     IF WS-GRANTS-DROPPED > 0                                     -- Some grants would not fit - their
072500         MOVE WS-GRANTS-DROPPED TO WS-RPT-COUNT                   -- ...operators' cards will be
072600         DISPLAY "STATSAUTH GRANTS DROPPED: " WS-RPT-COUNT        -- ...refused, so say so
072700         MOVE 8 TO RETURN-CODE                                    -- Scheduler severity: hold and look
072800     END-IF.                                                      -- End of overflow check
072900 loadOneGrant.                                                    -- Subroutine to file one operator grant
073000     IF WS-GRANT-COUNT >= WS-MAX-GRANTS                           -- Table already full
073100         ADD 1 TO WS-GRANTS-DROPPED                               -- Count the grant that won't fit
073200     ELSE                                                         -- Room left in the table
073300         ADD 1 TO WS-GRANT-COUNT                                  -- Grow the table by one slot
073400         MOVE AUT-OPERATOR TO WS-GRANT-OPERATOR(WS-GRANT-COUNT)   -- File the grant
073500         MOVE AUT-ACTION TO WS-GRANT-ACTION(WS-GRANT-COUNT)       -- ...
073600     END-IF.                                                      -- End of table-full check
073700 checkAuthority.                                                  -- Subroutine to test the card against the grants
073800     MOVE "N" TO WS-AUTH-SWITCH                                   -- Refused until a grant allows it
073900     IF RCV-OPERATOR = SPACES                                     -- A card nobody will own
074000         MOVE "NO OPERATOR" TO WS-AUTH-REASON                     -- ...is never authorized
074100     ELSE                                                         -- Look the operator up
074200         MOVE "UNAUTHORIZED" TO WS-AUTH-REASON                    -- ...against the grant table
074300         PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1                 -- ...
074400             UNTIL WS-GRANT-IDX > WS-GRANT-COUNT                  -- ...
074500             OR WS-AUTHORIZED                                     -- ...
074600             IF WS-GRANT-OPERATOR(WS-GRANT-IDX) = RCV-OPERATOR    -- The operator's own grant
074700                 AND (WS-GRANT-ACTION(WS-GRANT-IDX) = RCV-ACTION  -- ...for this action
074800                     OR WS-GRANT-ACTION(WS-GRANT-IDX) = "*ALL")   -- ...or for every action
074900                 SET WS-AUTHORIZED TO TRUE                        -- ...lets the card through
075000             END-IF                                               -- End of grant check
075100         END-PERFORM                                              -- End of loop
075200     END-IF.                                                      -- End of operator check
075300 refuseCommand.                                                   -- Subroutine to refuse an unauthorized card
075400     PERFORM writeActionLine                                      -- Echo the card on the report
075500     MOVE WS-AUTH-REASON TO RCA-RESULT                            -- ...with why it was refused
075600     WRITE RCVR-REPORT-ACTION-LINE                                -- ...
075700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the attempt
075800     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
075900         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
076000         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
076100     MOVE SPACES TO STATS-SECURITY-LOG-RECORD                     -- Clear the violation line
076200     MOVE WS-LOG-TIMESTAMP TO SEC-TIMESTAMP                       -- When it was attempted
076300     MOVE "RECOVER" TO SEC-PROGRAM                                -- ...in which program
076400     MOVE RCV-OPERATOR TO SEC-OPERATOR                            -- ...by whom
076500     MOVE RCV-ACTION TO SEC-ACTION                                -- ...asking for what
076600     MOVE WS-AUTH-REASON TO SEC-REASON                            -- ...why it was refused
076700     MOVE RECOVER-COMMAND-RECORD TO SEC-CARD-IMAGE                -- ...and the card as submitted
076800     WRITE STATS-SECURITY-LOG-RECORD                              -- Append the violation line
076900     MOVE 8 TO RETURN-CODE.                                       -- Scheduler severity: hold and look
077000 startLedger.                                                     -- Subroutine to record this step's start
077100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Today, in MM/DD/YYYY form
077200     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY            -- ...
077300         DELIMITED BY SIZE INTO WS-LDG-RUN-DATE                   -- ...
077400     END-STRING                                                   -- End of string
077500     MOVE SPACES TO WS-LDG-NOTE                                   -- Name the master and generation
077600     STRING WS-MASTER DELIMITED BY SPACE                          -- ...e.g. STATSHIST GEN 00012
077700         " GEN " WS-RCV-GENERATION DELIMITED BY SIZE              -- ...
077800         INTO WS-LDG-NOTE                                         -- ...
077900     END-STRING                                                   -- End of string
078000     MOVE "START" TO WS-LDG-EVENT                                 -- The generation proved
078100     MOVE 0 TO WS-LDG-RC                                          -- ...
078200     MOVE RCV-OPERATOR TO WS-LDG-OPERATOR                         -- ...who asked for it
078300     PERFORM writeLedgerEntry.                                    -- ...
078400 finishLedger.                                                    -- Subroutine to record this step's end
078500     MOVE "END" TO WS-LDG-EVENT                                   -- Reached the normal end
078600     MOVE RETURN-CODE TO WS-LDG-RC                                -- ...with the severity we stop on
078700     PERFORM writeLedgerEntry.                                    -- ...
078800 writeLedgerEntry.                                                -- Subroutine to append one run-ledger line
078900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the event
079000     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
079100         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
079200         DELIMITED BY SIZE INTO WS-LDG-TIMESTAMP                  -- ...
079300     OPEN EXTEND STATS-LEDGER-FILE                                -- Append to the running ledger
079400     IF WS-LEDGER-STATUS NOT = "00"                               -- No ledger yet, first run
079500         OPEN OUTPUT STATS-LEDGER-FILE                            -- Create an empty one
079600         CLOSE STATS-LEDGER-FILE                                  -- ...
079700         OPEN EXTEND STATS-LEDGER-FILE                            -- Reopen it for appending
079800     END-IF                                                       -- End of if statement
079900     IF WS-LEDGER-STATUS NOT = "00"                               -- A step that cannot sign the
080000         DISPLAY "STATSLEDG OPEN FAILED, STATUS="                 -- ...ledger must not run unseen
080100             WS-LEDGER-STATUS                                     -- ...
080200         MOVE 12 TO RETURN-CODE                                   -- ...
080300         STOP RUN                                                 -- ...
080400     END-IF                                                       -- End of open check
080500     MOVE SPACES TO STATS-LEDGER-RECORD                           -- Clear the ledger line
080600     MOVE WS-LDG-TIMESTAMP TO LDG-TIMESTAMP                       -- When it happened
080700     MOVE WS-LDG-STEP TO LDG-STEP                                 -- Which step
080800     MOVE WS-LDG-EVENT TO LDG-EVENT                               -- What happened
080900     MOVE WS-LDG-RUN-DATE TO LDG-RUN-DATE                         -- For which night
081000     MOVE WS-LDG-RC TO LDG-RETURN-CODE                            -- With what severity
081100     MOVE WS-LDG-OPERATOR TO LDG-OPERATOR                         -- Who asked for it
081200     MOVE WS-LDG-NOTE TO LDG-NOTE                                 -- Which master and generation
081300     WRITE STATS-LEDGER-RECORD                                    -- Append the ledger line
081400     CLOSE STATS-LEDGER-FILE.                                     -- Done until the next event
081500 closeFiles.                                                      -- Subroutine to close the run's files
081600     CLOSE STATS-CATALOG-FILE                                     -- Done with the catalog
081700     CLOSE RCVR-REPORT-FILE                                       -- Done with the report
081800     CLOSE STATS-SECURITY-FILE.                                   -- Done with the violation log
081900 END PROGRAM statistics_recover.                                  -- End of program
