001500     SELECT RCY-REPORT-FILE ASSIGN TO "RECYCRPT"                  -- Repair report
001600         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
001700         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
001800     SELECT STATS-AUTHORITY-FILE ASSIGN TO "STATSAUTH"            -- Operator authority grants
001900         ORGANIZATION IS LINE SEQUENTIAL                          -- One grant per line
002000         FILE STATUS IS WS-AUTHORITY-STATUS.                      -- I-O status for loadAuthority
002100     SELECT STATS-SECURITY-FILE ASSIGN TO "STATSSECV"             -- Running security-violation log
002200         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per refusal
002300         FILE STATUS IS WS-SECURITY-STATUS.                       -- I-O status for writeViolation
002400 DATA DIVISION.                                                   -- Start of data declaration
002500 FILE SECTION.                                                    -- File record descriptions
002600 FD  STATS-REJECT-FILE                                            -- Yesterday's rejected readings
002700     RECORDING MODE IS F.                                         -- Fixed length records
002800 COPY "stats_reject_record.cpy".                                  -- STATS-REJECT-* layouts
002900 FD  STATS-REPAIR-FILE                                            -- Operator-supplied corrected values
003000     RECORDING MODE IS F.                                         -- Fixed length records
003100 COPY "stats_repair_record.cpy".                                  -- STATS-REPAIR-RECORD layout
003200 FD  STATS-SUPP-FILE                                              -- Supplemental batch for reprocessing
003300     RECORDING MODE IS F.                                         -- Fixed length records
003400 COPY "stats_input_record.cpy".                                   -- STATS-INPUT-RECORD layout
003500 FD  RCY-REPORT-FILE                                              -- Repair report
003600     RECORDING MODE IS F.                                         -- Fixed length print lines
003700 COPY "stats_recycle_record.cpy".                                 -- RCY-REPORT-*-LINE layouts
003800 FD  STATS-AUTHORITY-FILE                                         -- Operator authority grants
003900     RECORDING MODE IS F.                                         -- Fixed length records
004000 COPY "stats_authority_record.cpy".                               -- STATS-AUTHORITY-RECORD layout
004100 FD  STATS-SECURITY-FILE                                          -- Running security-violation log
004200     RECORDING MODE IS F.                                         -- Fixed length records
004300 COPY "stats_security_log_record.cpy".                            -- STATS-SECURITY-LOG-RECORD layout
004400 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
004500     01  WS-REJECT-STATUS PIC XX.                                 -- File status for STATS-REJECT-FILE
004600     01  WS-REPAIR-STATUS PIC XX.                                 -- File status for STATS-REPAIR-FILE
004700     01  WS-SUPP-STATUS  PIC XX.                                  -- File status for STATS-SUPP-FILE
004800     01  WS-REPORT-STATUS PIC XX.                                 -- File status for RCY-REPORT-FILE
004900     01  WS-REJ-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for processRejects
005000         88  WS-REJ-EOF  VALUE "Y".                               -- Condition for end of STATS-REJECT-FILE
005100     01  WS-FIX-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for loadRepairs
005200         88  WS-FIX-EOF  VALUE "Y".                               -- Condition for end of STATS-REPAIR-FILE
005300     01  WS-GROUP-OPEN-SWITCH PIC X VALUE "N".                    -- Set while a reject-file group is open
005400         88  WS-GROUP-OPEN VALUE "Y".                             -- Condition for a batch group in hand
005500     01  WS-MAX-REPAIRS  PIC 9(3) VALUE 100.                      -- Upper bound loadRepairs will hold
005600     01  WS-REPAIR-COUNT PIC 9(3) VALUE 0.                        -- Repair cards loaded
005700     01  WS-REPAIR-TABLE.                                         -- The operator's repair cards
005800         05  WS-FIX-ENTRY OCCURS 100 TIMES.                       -- One entry per card
005900             10  WS-FIX-RECNO    PIC 9(5).                        -- The rejected record it repairs
006000             10  WS-FIX-STATION  PIC X(4).                        -- Replacement station, or spaces
006100             10  WS-FIX-VALUE    PIC X(6).                        -- The corrected reading text
006200             10  WS-FIX-USED     PIC X.                           -- "Y" once matched to a reject
006300     01  WS-FIX-IDX      PIC 9(3).                                -- Loop counter over the repair table
006400     01  WS-MAX-SUPP     PIC 9(3) VALUE 200.                      -- Upper bound of details per group
006500     01  WS-SUPP-COUNT   PIC 9(3) VALUE 0.                        -- Repaired details gathered this group
006600     01  WS-SUPP-TABLE.                                           -- The group's repaired details, held
006700         05  WS-SUPP-ENTRY OCCURS 200 TIMES.                      -- ...until the count is known so the
006800             10  WS-SUPP-STATION PIC X(4).                        -- ...header can be written first
006900             10  WS-SUPP-VALUE   PIC X(6).                        -- ...
007000             10  WS-SUPP-RTYPE   PIC X.                           -- ...the reading's type rides along
007100             10  WS-SUPP-SEQ     PIC X(5).                        -- ...and so does its sequence
007200     01  WS-SUPP-IDX     PIC 9(3).                                -- Loop counter over the detail table
007300     01  WS-GROUP-DATE   PIC X(10).                               -- The open group's run date
007400     01  WS-GROUP-BATCH  PIC X(10).                               -- The open group's original batch id
007500     01  WS-SUPP-BATCH   PIC X(10).                               -- The supplemental batch's own id
007600     01  WS-UNREPAIRED-COUNT PIC 9(5) VALUE 0.                    -- Rejects left unrepaired this run
007700     01  WS-BATCHES-WRITTEN PIC 9(3) VALUE 0.                     -- Supplemental batches written this run
007800     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for the report
007900     01  WS-AUTHORITY-STATUS PIC XX.                              -- File status for STATS-AUTHORITY-FILE
008000     01  WS-SECURITY-STATUS PIC XX.                               -- File status for STATS-SECURITY-FILE
008100     01  WS-AUTH-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for loadAuthority
008200         88  WS-AUTH-EOF VALUE "Y".                               -- Condition for end of STATS-AUTHORITY-FILE
008300     01  WS-AUTH-SWITCH  PIC X VALUE "N".                         -- Set when STATSAUTH allows the card
008400         88  WS-AUTHORIZED VALUE "Y".                             -- Condition for an authorized card
008500     01  WS-AUTH-REASON  PIC X(12).                               -- Why checkAuthority refused the card
008600     01  WS-MAX-GRANTS   PIC 9(3) VALUE 200.                      -- Upper bound loadAuthority will hold
008700     01  WS-GRANT-COUNT  PIC 9(3) VALUE 0.                        -- This program's grants loaded
008800     01  WS-GRANTS-DROPPED PIC 9(5) VALUE 0.                      -- Grants past WS-MAX-GRANTS
008900     01  WS-GRANT-TABLE.                                          -- This program's grants from STATSAUTH
009000         05  WS-GRANT-ENTRY OCCURS 200 TIMES.                     -- One entry per grant
009100             10  WS-GRANT-OPERATOR PIC X(8).                      -- Who may...
009200             10  WS-GRANT-ACTION PIC X(8).                        -- ...do what, or "*ALL"
009300     01  WS-GRANT-IDX    PIC 9(3).                                -- Loop counter over the grant table
009400     01  WS-REFUSED-COUNT PIC 9(5) VALUE 0.                       -- Repair cards refused this run
009500     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE breakdown
009600         05  WS-CURR-YYYY    PIC 9(4).                            -- Current year
009700         05  WS-CURR-MM      PIC 9(2).                            -- Current month
009800         05  WS-CURR-DD      PIC 9(2).                            -- Current day
009900         05  WS-CURR-HH      PIC 9(2).                            -- Current hour, for the violation log
010000         05  WS-CURR-MI      PIC 9(2).                            -- Current minute, for the violation log
010100         05  WS-CURR-SS      PIC 9(2).                            -- Current second, for the violation log
010200         05  FILLER          PIC X(9).                            -- Offset, not needed here
010300     01  WS-LOG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS, built by refuseRepair
010400 PROCEDURE DIVISION.                                              -- Start of program logic
010500     PERFORM openFiles                                            -- Open the rejects, repairs, outputs
010600     PERFORM loadRepairs                                          -- Load the operator's repair cards
010700     PERFORM processRejects UNTIL WS-REJ-EOF                      -- One pass per reject-file line
010800     PERFORM flushGroup                                           -- Close out the last open group
010900     PERFORM reportUnmatchedRepairs                               -- Flag repair cards that matched nothing
011000     PERFORM closeFiles                                           -- Close everything on the way out
011100     MOVE WS-BATCHES-WRITTEN TO WS-RPT-COUNT                      -- Edit the batch total for display
011200     DISPLAY "Supplemental batches written: " WS-RPT-COUNT        -- One console line for the whole run
011300     MOVE WS-UNREPAIRED-COUNT TO WS-RPT-COUNT                     -- Edit the unrepaired total for display
011400     DISPLAY "Rejects left unrepaired: " WS-RPT-COUNT             -- ...
011500     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT                        -- Edit the refusal total for display
011600     DISPLAY "Repair cards refused: " WS-RPT-COUNT                -- ...
011700     STOP RUN.                                                    -- End the program
011800 openFiles.                                                       -- Subroutine to open the run's files
011900     OPEN INPUT STATS-REJECT-FILE                                 -- Open yesterday's rejects
012000     IF WS-REJECT-STATUS NOT = "00"                               -- No rejects file to recycle
012100         DISPLAY "STATSREJ OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
012200             WS-REJECT-STATUS                                     -- ...
012300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
012400         STOP RUN                                                 -- ...rather than write an empty batch
012500     END-IF                                                       -- End of open-check
012600     OPEN INPUT STATS-REPAIR-FILE                                 -- Open the operator's repair cards
012700     IF WS-REPAIR-STATUS NOT = "00"                               -- No repairs supplied
012800         DISPLAY "STATSFIX OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
012900             WS-REPAIR-STATUS                                     -- ...
013000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
013100         STOP RUN                                                 -- ...rather than guess at intent
013200     END-IF                                                       -- End of open-check
013300     OPEN OUTPUT STATS-SUPP-FILE                                  -- Open the supplemental batch file
013400     IF WS-SUPP-STATUS NOT = "00"                                 -- Can't create/open the batch file
013500         DISPLAY "STATSUPP OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
013600             WS-SUPP-STATUS                                       -- ...
013700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
013800         STOP RUN                                                 -- ...rather than write into a closed file
013900     END-IF                                                       -- End of open-check
014000     OPEN OUTPUT RCY-REPORT-FILE                                  -- Open the print file for this run
014100     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
014200         DISPLAY "RECYCRPT OPEN FAILED, STATUS="                  -- Fail fast and diagnosably
014300             WS-REPORT-STATUS                                     -- ...
014400         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
014500         STOP RUN                                                 -- ...rather than write into a closed file
014600     END-IF                                                       -- End of open-check
014700     MOVE SPACES TO RCY-REPORT-TITLE-LINE                         -- Clear the title line
014800     MOVE "STATISTICS RECYCLE - REJECT REPAIR REPORT"             -- Set the report title
014900         TO RCYT-TITLE-TEXT                                       -- ...
015000     WRITE RCY-REPORT-TITLE-LINE                                  -- Write the report title
015100     OPEN EXTEND STATS-SECURITY-FILE                              -- Append to the security-violation log
015200     IF WS-SECURITY-STATUS NOT = "00"                             -- No violation log yet, first run
015300         OPEN OUTPUT STATS-SECURITY-FILE                          -- Create an empty one
015400         CLOSE STATS-SECURITY-FILE                                -- ...
015500         OPEN EXTEND STATS-SECURITY-FILE                          -- Reopen it for appending
015600     END-IF                                                       -- End of if statement
015700     PERFORM loadAuthority.                                       -- Load this program's operator grants
015800 loadRepairs.                                                     -- Subroutine to load the repair cards
015900     MOVE 0 TO WS-REPAIR-COUNT                                    -- No cards loaded yet
016000     PERFORM UNTIL WS-FIX-EOF                                     -- Loop over every repair card
016100         READ STATS-REPAIR-FILE                                   -- Read the next card
016200             AT END SET WS-FIX-EOF TO TRUE                        -- Flag end of file
016300             NOT AT END                                           -- A card was read
016400                 PERFORM loadOneRepair                            -- Edit-check it and file it
016500         END-READ                                                 -- End of read
016600     END-PERFORM.                                                 -- End of loop
016700 loadOneRepair.                                                   -- Subroutine to file one repair card
016800     PERFORM checkAuthority                                       -- May this operator repair readings?
016900     IF NOT WS-AUTHORIZED                                         -- No - the card is refused before
017000         PERFORM refuseRepair                                     -- ...it can repair anything
017100     ELSE                                                         -- An authorized card
017200     IF FIX-RECORD-NUMBER IS NOT NUMERIC                          -- A card that names no record
017300         MOVE SPACES TO RCY-REPORT-REJECT-LINE                    -- ...can't repair anything -
017400         MOVE "BAD CARD" TO RCYR-LABEL                            -- ...echo it on the report
017500         MOVE FIX-STATION-ID TO RCYR-STATION-ID                   -- ...
017600         MOVE FIX-VALUE TO RCYR-RAW-VALUE                         -- ...
017700         MOVE "REPAIR CARD NOT NUMERIC" TO RCYR-REASON            -- ...
017800         WRITE RCY-REPORT-REJECT-LINE                             -- ...
017900     ELSE                                                         -- The card names a record
018000     IF FUNCTION TEST-NUMVAL(FIX-VALUE) NOT = 0                   -- Garbage, not a clean number -
018100         MOVE SPACES TO RCY-REPORT-REJECT-LINE                    -- ...it would only reject again
018200         MOVE "BAD CARD" TO RCYR-LABEL                            -- ...echo it on the report
018300         MOVE FIX-RECORD-NUMBER TO RCYR-RECORD-NUMBER             -- ...
018400         MOVE FIX-STATION-ID TO RCYR-STATION-ID                   -- ...
018500         MOVE FIX-VALUE TO RCYR-RAW-VALUE                         -- ...
018600         MOVE "BAD REPAIR VALUE" TO RCYR-REASON                   -- ...
018700         WRITE RCY-REPORT-REJECT-LINE                             -- ...
018800     ELSE                                                         -- A usable card
018900     IF WS-REPAIR-COUNT >= WS-MAX-REPAIRS                         -- Table already full
019000         MOVE SPACES TO RCY-REPORT-REJECT-LINE                    -- ...echo the overflow card
019100         MOVE "BAD CARD" TO RCYR-LABEL                            -- ...
019200         MOVE FIX-RECORD-NUMBER TO RCYR-RECORD-NUMBER             -- ...
019300         MOVE "REPAIR TABLE FULL" TO RCYR-REASON                  -- ...
019400         WRITE RCY-REPORT-REJECT-LINE                             -- ...
019500     ELSE                                                         -- Room left in the table
019600         ADD 1 TO WS-REPAIR-COUNT                                 -- Grow the table by one slot
019700         MOVE FIX-RECORD-NUMBER TO WS-FIX-RECNO(WS-REPAIR-COUNT)  -- File the card
019800         MOVE FIX-STATION-ID TO WS-FIX-STATION(WS-REPAIR-COUNT)   -- ...
019900         MOVE FIX-VALUE TO WS-FIX-VALUE(WS-REPAIR-COUNT)          -- ...
020000         MOVE "N" TO WS-FIX-USED(WS-REPAIR-COUNT)                 -- Not matched to a reject yet
020100     END-IF                                                       -- End of table-full check
020200     END-IF                                                       -- End of value check
020300     END-IF                                                       -- End of numeric check
020400     END-IF.                                                      -- End of authority check
020500 processRejects.                                                  -- Subroutine to act on one reject line
020600     READ STATS-REJECT-FILE                                       -- Read the next reject-file line
020700         AT END SET WS-REJ-EOF TO TRUE                            -- No more lines
020800     END-READ                                                     -- End of read
020900     IF NOT WS-REJ-EOF                                            -- A line was read
021000         IF REJH-DATE-LABEL = "RUN DATE: "                        -- A batch group's header line
021100             PERFORM flushGroup                                   -- Close out the previous group first
021200             MOVE REJH-RUN-DATE TO WS-GROUP-DATE                  -- Remember the group's run date
021300             MOVE REJH-BATCH-ID TO WS-GROUP-BATCH                 -- ...and original batch id
021400             MOVE "Y" TO WS-GROUP-OPEN-SWITCH                     -- A group is now in hand
021500             MOVE 0 TO WS-SUPP-COUNT                              -- No repaired details gathered yet
021600             PERFORM writeBatchLine                               -- Start the group on the report
021700         ELSE                                                     -- Not a group header
021800         IF REJT-LABEL(1:14) = "REJECTS LOGGED"                   -- A batch group's trailer line
021900             CONTINUE                                             -- The header already opened the group
022000         ELSE                                                     -- A rejected reading
022100             PERFORM matchReject                                  -- Repair it, or report it unrepaired
022200         END-IF                                                   -- End of trailer check
022300         END-IF                                                   -- End of header check
022400     END-IF.                                                      -- End of line check
022500 matchReject.                                                     -- Subroutine to repair one rejected reading
022600     MOVE 0 TO WS-FIX-IDX                                         -- Look the record number up in the
022700     PERFORM VARYING WS-FIX-IDX FROM 1 BY 1                       -- ...repair table
022800         UNTIL WS-FIX-IDX > WS-REPAIR-COUNT                       -- ...
022900         OR WS-FIX-RECNO(WS-FIX-IDX) = REJ-RECORD-NUMBER          -- ...
023000         CONTINUE                                                 -- The loop itself does the searching
023100     END-PERFORM                                                  -- Ends past the table when not found
023200     IF WS-FIX-IDX > WS-REPAIR-COUNT                              -- No repair card for this reject
023300         ADD 1 TO WS-UNREPAIRED-COUNT                             -- Count it
023400         MOVE SPACES TO RCY-REPORT-REJECT-LINE                    -- ...and report it, so it isn't
023500         MOVE "UNREPAIRED" TO RCYR-LABEL                          -- ...lost quietly again
023600         MOVE REJ-RECORD-NUMBER TO RCYR-RECORD-NUMBER             -- ...
023700         MOVE REJ-STATION-ID TO RCYR-STATION-ID                   -- ...
023800         MOVE REJ-RAW-VALUE TO RCYR-RAW-VALUE                     -- ...
023900         MOVE REJ-REASON TO RCYR-REASON                           -- ...
024000         WRITE RCY-REPORT-REJECT-LINE                             -- ...
024100     ELSE                                                         -- A repair card matches
024200     IF WS-SUPP-COUNT >= WS-MAX-SUPP                              -- No room left in this group
024300         ADD 1 TO WS-UNREPAIRED-COUNT                             -- Count it as unrepaired
024400         MOVE SPACES TO RCY-REPORT-REJECT-LINE                    -- ...and report why
024500         MOVE "UNREPAIRED" TO RCYR-LABEL                          -- ...
024600         MOVE REJ-RECORD-NUMBER TO RCYR-RECORD-NUMBER             -- ...
024700         MOVE "SUPPLEMENTAL BATCH FULL" TO RCYR-REASON            -- ...
024800         WRITE RCY-REPORT-REJECT-LINE                             -- ...
024900     ELSE                                                         -- Room for the repaired reading
025000         ADD 1 TO WS-SUPP-COUNT                                   -- Gather it for the group's batch
025100         IF WS-FIX-STATION(WS-FIX-IDX) = SPACES                   -- The card kept the station
025200             MOVE REJ-STATION-ID                                  -- ...so carry the reject line's
025300                 TO WS-SUPP-STATION(WS-SUPP-COUNT)                -- ...
025400         ELSE                                                     -- The card replaces the station
025500             MOVE WS-FIX-STATION(WS-FIX-IDX)                      -- ...
025600                 TO WS-SUPP-STATION(WS-SUPP-COUNT)                -- ...
025700         END-IF                                                   -- End of station check
025800         MOVE WS-FIX-VALUE(WS-FIX-IDX)                            -- The corrected reading text
025900             TO WS-SUPP-VALUE(WS-SUPP-COUNT)                      -- ...
026000         MOVE REJ-READING-TYPE                                    -- The type the station sent -
026100             TO WS-SUPP-RTYPE(WS-SUPP-COUNT)                      -- ...repairs never change it
026200         MOVE REJ-SEQUENCE                                        -- ...and neither do they change
026300             TO WS-SUPP-SEQ(WS-SUPP-COUNT)                        -- ...its sequence number
026400         MOVE "Y" TO WS-FIX-USED(WS-FIX-IDX)                      -- The card has done its work
026500     END-IF                                                       -- End of room check
026600     END-IF.                                                      -- End of match check
026700 writeBatchLine.                                                  -- Subroutine to start a group's report
026800     MOVE SPACES TO RCY-REPORT-BATCH-LINE                         -- Clear the batch line
026900     MOVE "RUN DATE: " TO RCYB-DATE-LABEL                         -- Label the run date
027000     MOVE WS-GROUP-DATE TO RCYB-RUN-DATE                          -- Echo the group's run date
027100     MOVE "BATCH ID: " TO RCYB-BATCH-LABEL                        -- Label the batch id
027200     MOVE WS-GROUP-BATCH TO RCYB-BATCH-ID                         -- Echo the group's batch id
027300     WRITE RCY-REPORT-BATCH-LINE.                                 -- Write the batch line
027400 flushGroup.                                                      -- Subroutine to close out an open group
027500     IF WS-GROUP-OPEN AND WS-SUPP-COUNT > 0                       -- Repairs gathered - write the batch
027600         MOVE SPACES TO WS-SUPP-BATCH                             -- The supplemental batch gets its
027700         STRING FUNCTION TRIM(WS-GROUP-BATCH) "R"                 -- ...own id, the original's with
027800             DELIMITED BY SIZE INTO WS-SUPP-BATCH                 -- ...an R, so the audit log can
027900             ON OVERFLOW                                          -- A full-width id has no room for
028000                 MOVE WS-GROUP-BATCH(1:9)                         -- ...the R - shorten it rather
028100                     TO WS-SUPP-BATCH                             -- ...than collide with the
028200                 MOVE "R" TO WS-SUPP-BATCH(10:1)                  -- ...original id in the
028300         END-STRING                                               -- ...audit log
028400         MOVE SPACES TO STATS-INPUT-RECORD                        -- ...tell the two runs apart
028500         MOVE "H" TO REC-TYPE                                     -- The supplemental batch's header
028600         MOVE WS-GROUP-DATE TO HDR-RUN-DATE                       -- Same business run date
028700         MOVE WS-SUPP-BATCH TO HDR-BATCH-ID                       -- The supplemental batch id
028800         MOVE WS-SUPP-COUNT TO HDR-EXPECTED-COUNT                 -- Exactly the repaired details
028900         WRITE STATS-INPUT-RECORD                                 -- Write the header
029000         PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1                  -- One detail per repaired reading
029100             UNTIL WS-SUPP-IDX > WS-SUPP-COUNT                    -- ...
029200             MOVE SPACES TO STATS-INPUT-RECORD                    -- Clear the record
029300             MOVE "D" TO REC-TYPE                                 -- A detail reading
029400             MOVE WS-SUPP-STATION(WS-SUPP-IDX)                    -- The reading's station
029500                 TO DET-STATION-ID                                -- ...
029600             MOVE WS-SUPP-VALUE(WS-SUPP-IDX)                      -- The corrected reading text
029700                 TO READING-VALUE                                 -- ...
029800             MOVE WS-SUPP-RTYPE(WS-SUPP-IDX)                      -- The reading's type as the
029900                 TO DET-READING-TYPE                              -- ...station sent it
030000             MOVE WS-SUPP-SEQ(WS-SUPP-IDX)                        -- ...and its sequence, so the
030100                 TO DET-SEQUENCE                                  -- ...retransmission check holds
030200             WRITE STATS-INPUT-RECORD                             -- Write the detail
030300         END-PERFORM                                              -- End of detail loop
030400         MOVE SPACES TO STATS-INPUT-RECORD                        -- Clear the record
030500         MOVE "T" TO REC-TYPE                                     -- The supplemental batch's trailer
030600         MOVE WS-SUPP-COUNT TO TRL-ACTUAL-COUNT                   -- ...carrying the right count
030700         WRITE STATS-INPUT-RECORD                                 -- Write the trailer
030800         ADD 1 TO WS-BATCHES-WRITTEN                              -- Count the batch
030900         MOVE SPACES TO RCY-REPORT-DETAIL-LINE                    -- Clear the detail line
031000         MOVE "SUPPLEMENTAL BATCH WRITTEN" TO RCYD-LABEL          -- Tell the operator on the report
031100         MOVE WS-SUPP-COUNT TO WS-RPT-COUNT                       -- Edit the repaired count
031200         MOVE WS-RPT-COUNT TO RCYD-VALUE                          -- ...
031300         WRITE RCY-REPORT-DETAIL-LINE                             -- Write the detail line
031400     END-IF                                                       -- End of open-group check
031500     MOVE "N" TO WS-GROUP-OPEN-SWITCH                             -- No group in hand any more
031600     MOVE 0 TO WS-SUPP-COUNT.                                     -- Nothing gathered any more
031700 reportUnmatchedRepairs.                                          -- Subroutine to flag unused repair cards
031800     PERFORM VARYING WS-FIX-IDX FROM 1 BY 1                       -- Loop over the loaded cards
031900         UNTIL WS-FIX-IDX > WS-REPAIR-COUNT                       -- ...
032000         IF WS-FIX-USED(WS-FIX-IDX) = "N"                         -- A card that matched no reject
032100             MOVE SPACES TO RCY-REPORT-REJECT-LINE                -- ...likely a mistyped number -
032200             MOVE "UNMATCHED" TO RCYR-LABEL                       -- ...flag it on the report
032300             MOVE WS-FIX-RECNO(WS-FIX-IDX) TO RCYR-RECORD-NUMBER  -- ...
032400             MOVE WS-FIX-STATION(WS-FIX-IDX) TO RCYR-STATION-ID   -- ...
032500             MOVE WS-FIX-VALUE(WS-FIX-IDX) TO RCYR-RAW-VALUE      -- ...
032600             MOVE "REPAIR MATCHED NO REJECT" TO RCYR-REASON       -- ...
032700             WRITE RCY-REPORT-REJECT-LINE                         -- ...
032800         END-IF                                                   -- End of unused check
032900     END-PERFORM.                                                 -- End of loop
033000 loadAuthority.                                                   -- Subroutine to load the operator grants
033100     OPEN INPUT STATS-AUTHORITY-FILE                              -- Open the operator authority file
033200     IF WS-AUTHORITY-STATUS NOT = "00"                            -- No grants, no authorized cards
033300         DISPLAY "STATSAUTH OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
033400             WS-AUTHORITY-STATUS                                  -- ...
033500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
033600         STOP RUN                                                 -- ...rather than refuse every card
033700     END-IF                                                       -- End of open-check
033800     PERFORM UNTIL WS-AUTH-EOF                                    -- Loop over every grant
033900         READ STATS-AUTHORITY-FILE                                -- Read the next grant
034000             AT END SET WS-AUTH-EOF TO TRUE                       -- Flag end of file
034100             NOT AT END                                           -- A grant was read
034200                 IF AUT-PROGRAM = "RECYCLE"                       -- Only this program's grants
034300                     PERFORM loadOneGrant                         -- ...are kept
034400                 END-IF                                           -- End of program check
034500         END-READ                                                 -- End of read
034600     END-PERFORM                                                  -- End of loop
034700     CLOSE STATS-AUTHORITY-FILE                                   -- Done with the authority file
034800     IF WS-GRANTS-DROPPED > 0                                     -- Some grants would not fit - their
034900         MOVE WS-GRANTS-DROPPED TO WS-RPT-COUNT                   -- ...operators' cards will be
035000         DISPLAY "STATSAUTH GRANTS DROPPED: " WS-RPT-COUNT        -- ...refused, so say so
035100         MOVE 8 TO RETURN-CODE                                    -- Scheduler severity: hold and look
035200     END-IF.                                                      -- End of overflow check
035300 loadOneGrant.                                                    -- Subroutine to file one operator grant
035400     IF WS-GRANT-COUNT >= WS-MAX-GRANTS                           -- Table already full
035500         ADD 1 TO WS-GRANTS-DROPPED                               -- Count the grant that won't fit
035600     ELSE                                                         -- Room left in the table
035700         ADD 1 TO WS-GRANT-COUNT                                  -- Grow the table by one slot
035800         MOVE AUT-OPERATOR TO WS-GRANT-OPERATOR(WS-GRANT-COUNT)   -- File the grant
035900         MOVE AUT-ACTION TO WS-GRANT-ACTION(WS-GRANT-COUNT)       -- ...
036000     END-IF.                                                      -- End of table-full check
036100 checkAuthority.                                                  -- Subroutine to test a card against the grants
036200     MOVE "N" TO WS-AUTH-SWITCH                                   -- Refused until a grant allows it
036300     IF FIX-OPERATOR = SPACES                                     -- A card nobody will own
036400         MOVE "NO OPERATOR" TO WS-AUTH-REASON                     -- ...is never authorized
036500     ELSE                                                         -- Look the operator up
036600         MOVE "UNAUTHORIZED" TO WS-AUTH-REASON                    -- ...against the grant table
036700         PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1                 -- ...
036800             UNTIL WS-GRANT-IDX > WS-GRANT-COUNT                  -- ...
036900             OR WS-AUTHORIZED                                     -- ...
037000             IF WS-GRANT-OPERATOR(WS-GRANT-IDX) = FIX-OPERATOR    -- The operator's own grant
037100                 AND (WS-GRANT-ACTION(WS-GRANT-IDX) = "REPAIR"    -- ...for this action
037200                     OR WS-GRANT-ACTION(WS-GRANT-IDX) = "*ALL")   -- ...or for every action
037300                 SET WS-AUTHORIZED TO TRUE                        -- ...lets the card through
037400             END-IF                                               -- End of grant check
037500         END-PERFORM                                              -- End of loop
037600     END-IF.                                                      -- End of operator check
037700 refuseRepair.                                                    -- Subroutine to refuse an unauthorized repair card
037800     ADD 1 TO WS-REFUSED-COUNT                                    -- Count the refusal
037900     MOVE SPACES TO RCY-REPORT-REJECT-LINE                        -- Echo the card on the report
038000     MOVE "REFUSED" TO RCYR-LABEL                                 -- ...flagged unmistakably
038100     IF FIX-RECORD-NUMBER IS NUMERIC                              -- ...with the record it named,
038200         MOVE FIX-RECORD-NUMBER TO RCYR-RECORD-NUMBER             -- ...when it names one
038300     END-IF                                                       -- End of numeric check
038400     MOVE FIX-STATION-ID TO RCYR-STATION-ID                       -- ...
038500     MOVE FIX-VALUE TO RCYR-RAW-VALUE                             -- ...
038600     IF WS-AUTH-REASON = "NO OPERATOR"                            -- ...and why it was refused
038700         MOVE "NO OPERATOR ID ON REPAIR CARD" TO RCYR-REASON      -- ...
038800     ELSE                                                         -- ...
038900         MOVE "OPERATOR NOT AUTHORIZED TO REPAIR" TO RCYR-REASON  -- ...
039000     END-IF                                                       -- End of reason check
039100     WRITE RCY-REPORT-REJECT-LINE                                 -- ...
039200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the attempt
039300     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
039400         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
039500         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
039600     MOVE SPACES TO STATS-SECURITY-LOG-RECORD                     -- Clear the violation line
039700     MOVE WS-LOG-TIMESTAMP TO SEC-TIMESTAMP                       -- When it was attempted
039800     MOVE "RECYCLE" TO SEC-PROGRAM                                -- ...in which program
039900     MOVE FIX-OPERATOR TO SEC-OPERATOR                            -- ...by whom
040000     MOVE "REPAIR" TO SEC-ACTION                                  -- ...asking for what
040100     MOVE WS-AUTH-REASON TO SEC-REASON                            -- ...why it was refused
040200     MOVE STATS-REPAIR-RECORD TO SEC-CARD-IMAGE                   -- ...and the card as submitted
040300     WRITE STATS-SECURITY-LOG-RECORD                              -- Append the violation line
040400     MOVE 8 TO RETURN-CODE.                                       -- Scheduler severity: hold and look
040500 closeFiles.                                                      -- Subroutine to close the run's files
040600     CLOSE STATS-REJECT-FILE                                      -- Done with the rejects
040700     CLOSE STATS-REPAIR-FILE                                      -- Done with the repair cards
040800     CLOSE STATS-SUPP-FILE                                        -- Done with the supplemental batch
040900     CLOSE RCY-REPORT-FILE                                        -- Done with the report
041000     CLOSE STATS-SECURITY-FILE.                                   -- Done with the violation log
041100 END PROGRAM statistics_recycle.                                  -- End of program
