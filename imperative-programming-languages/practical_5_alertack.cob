000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_alertack.                                 -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT ALRT-COMMAND-FILE ASSIGN TO "ALRTCMD"                 -- Operator command cards
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One 80-byte card per line
000800         FILE STATUS IS WS-COMMAND-STATUS.                        -- I-O status for processCommands
000900     SELECT STATS-ALERT-REG-FILE ASSIGN TO "STATSALRG"            -- Drift alert register
001000         ORGANIZATION IS INDEXED                                  -- Keyed, maintained in place
001100         ACCESS MODE IS DYNAMIC                                   -- Keyed starts plus alert scans
001200         RECORD KEY IS ARG-ALERT-KEY                              -- Alert + type + station + sequence
001300         FILE STATUS IS WS-ALERT-REG-STATUS.                      -- I-O status for the register
001400     SELECT ALRT-REPORT-FILE ASSIGN TO "ALRTRPT"                  -- Acknowledgement report
001500         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
001600         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
001700     SELECT STATS-AUTHORITY-FILE ASSIGN TO "STATSAUTH"            -- Operator authority grants
001800         ORGANIZATION IS LINE SEQUENTIAL                          -- One grant per line
001900         FILE STATUS IS WS-AUTHORITY-STATUS.                      -- I-O status for loadAuthority
002000     SELECT STATS-SECURITY-FILE ASSIGN TO "STATSSECV"             -- Running security-violation log
002100         ORGANIZATION IS LINE SEQUENTIAL                          -- One line appended per refusal
002200         FILE STATUS IS WS-SECURITY-STATUS.                       -- I-O status for writeViolation
002300 DATA DIVISION.                                                   -- Start of data declaration
002400 FILE SECTION.                                                    -- File record descriptions
002500 FD  ALRT-COMMAND-FILE                                            -- Operator command cards
002600     RECORDING MODE IS F.                                         -- Fixed length records
002700 COPY "stats_alertack_record.cpy".                                -- ALERT-ACK-COMMAND-RECORD layout
002800 FD  STATS-ALERT-REG-FILE.                                        -- Drift alert register
002900 COPY "stats_alert_register_record.cpy".                          -- STATS-ALERT-REG-RECORD layout
003000 FD  ALRT-REPORT-FILE                                             -- Acknowledgement report
003100     RECORDING MODE IS F.                                         -- Fixed length print lines
003200 COPY "stats_alertack_report_record.cpy".                         -- ALRT-REPORT-*-LINE layouts
003300 FD  STATS-AUTHORITY-FILE                                         -- Operator authority grants
003400     RECORDING MODE IS F.                                         -- Fixed length records
003500 COPY "stats_authority_record.cpy".                               -- STATS-AUTHORITY-RECORD layout
003600 FD  STATS-SECURITY-FILE                                          -- Running security-violation log
003700     RECORDING MODE IS F.                                         -- Fixed length records
003800 COPY "stats_security_log_record.cpy".                            -- STATS-SECURITY-LOG-RECORD layout
003900 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
004000     01  WS-COMMAND-STATUS PIC XX.                                -- File status for ALRT-COMMAND-FILE
004100     01  WS-ALERT-REG-STATUS PIC XX.                              -- File status for STATS-ALERT-REG-FILE
004200     01  WS-REPORT-STATUS PIC XX.                                 -- File status for ALRT-REPORT-FILE
004300     01  WS-CMD-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for the cards
004400         88  WS-CMD-EOF  VALUE "Y".                               -- Condition for end of ALRT-COMMAND-FILE
004500     01  WS-SCAN-EOF-SWITCH PIC X.                                -- End-of-scan switch for findOpenAlert
004600         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for past the alert's entries
004700     01  WS-OPEN-SWITCH  PIC X.                                   -- Set when findOpenAlert finds it
004800         88  WS-ALERT-IS-OPEN VALUE "Y".                          -- Condition for an open alert found
004900     01  WS-ACK-STATION  PIC X(4).                                -- The card's station, "*ALL" if blank
005000     01  WS-ACK-DATE     PIC X(10).                               -- MM/DD/YYYY the acknowledgement is made
005100     01  WS-COMMAND-COUNT PIC 9(5) VALUE 0.                       -- Cards read this run
005200     01  WS-ACKED-COUNT  PIC 9(5) VALUE 0.                        -- Alerts closed this run
005300     01  WS-CURRENT-DATE.                                         -- FUNCTION CURRENT-DATE layout
005400         05  WS-CURR-YYYY    PIC 9(4).                            -- Year
005500         05  WS-CURR-MM      PIC 9(2).                            -- Month
005600         05  WS-CURR-DD      PIC 9(2).                            -- Day
005700         05  WS-CURR-HH      PIC 9(2).                            -- Hour
005800         05  WS-CURR-MI      PIC 9(2).                            -- Minute
005900         05  WS-CURR-SS      PIC 9(2).                            -- Second
006000         05  FILLER          PIC X(9).                            -- Hundredths and UTC offset, unused
006100     01  WS-LOG-TIMESTAMP PIC X(19).                              -- MM/DD/YYYY HH:MM:SS of a refusal
006200     01  WS-RPT-COUNT    PIC ZZZZ9.                               -- Scratch edited count for display
006300     01  WS-AUTHORITY-STATUS PIC XX.                              -- File status for STATS-AUTHORITY-FILE
006400     01  WS-SECURITY-STATUS PIC XX.                               -- File status for STATS-SECURITY-FILE
006500     01  WS-AUTH-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for loadAuthority
006600         88  WS-AUTH-EOF VALUE "Y".                               -- Condition for end of STATS-AUTHORITY-FILE
006700     01  WS-AUTH-SWITCH  PIC X VALUE "N".                         -- Set when STATSAUTH allows the card
006800         88  WS-AUTHORIZED VALUE "Y".                             -- Condition for an authorized card
006900     01  WS-AUTH-REASON  PIC X(12).                               -- Why checkAuthority refused the card
007000     01  WS-MAX-GRANTS   PIC 9(3) VALUE 200.                      -- Upper bound loadAuthority will hold
007100     01  WS-GRANT-COUNT  PIC 9(3) VALUE 0.                        -- This program's grants loaded
007200     01  WS-GRANTS-DROPPED PIC 9(5) VALUE 0.                      -- Grants past WS-MAX-GRANTS
007300     01  WS-GRANT-TABLE.                                          -- This program's grants from STATSAUTH
007400         05  WS-GRANT-ENTRY OCCURS 200 TIMES.                     -- One entry per grant
007500             10  WS-GRANT-OPERATOR PIC X(8).                      -- Who may...
007600             10  WS-GRANT-ACTION PIC X(8).                        -- ...do what, or "*ALL"
007700     01  WS-GRANT-IDX    PIC 9(3).                                -- Loop counter over the grant table
007800     01  WS-REFUSED-COUNT PIC 9(5) VALUE 0.                       -- Cards refused this run
007900 PROCEDURE DIVISION.                                              -- Start of program logic
008000     PERFORM openFiles                                            -- Open cards, register, report, logs
008100     PERFORM processCommands UNTIL WS-CMD-EOF                     -- One pass per command card
008200     PERFORM closeFiles                                           -- Close everything on the way out
008300     MOVE WS-COMMAND-COUNT TO WS-RPT-COUNT                        -- Edit the card total for display
008400     DISPLAY "Commands processed: " WS-RPT-COUNT                  -- ...
008500     MOVE WS-ACKED-COUNT TO WS-RPT-COUNT                          -- Edit the closed total for display
008600     DISPLAY "Alerts acknowledged: " WS-RPT-COUNT                 -- ...
008700     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT                        -- Edit the refusal total for display
008800     DISPLAY "Commands refused: " WS-RPT-COUNT                    -- ...
008900     STOP RUN.                                                    -- End the program
009000 openFiles.                                                       -- Subroutine to open the run's files
009100     OPEN INPUT ALRT-COMMAND-FILE                                 -- Open the command cards
009200     IF WS-COMMAND-STATUS NOT = "00"                              -- Nothing to do without them
009300         DISPLAY "ALRTCMD OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
009400             WS-COMMAND-STATUS                                    -- ...
009500         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
009600         STOP RUN                                                 -- ...
009700     END-IF                                                       -- End of open-check
009800     OPEN I-O STATS-ALERT-REG-FILE                                -- Open the register for update -
009900     IF WS-ALERT-REG-STATUS NOT = "00"                            -- ...no register, no alert to own
010000         DISPLAY "STATSALRG OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
010100             WS-ALERT-REG-STATUS                                  -- ...
010200         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
010300         STOP RUN                                                 -- ...
010400     END-IF                                                       -- End of open-check
010500     OPEN OUTPUT ALRT-REPORT-FILE                                 -- Open the print file for this run
010600     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
010700         DISPLAY "ALRTRPT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
010800             WS-REPORT-STATUS                                     -- ...
010900         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
011000         STOP RUN                                                 -- ...rather than write into a closed file
011100     END-IF                                                       -- End of open-check
011200     MOVE SPACES TO ALRT-REPORT-TITLE-LINE                        -- Clear the title line
011300     MOVE "STATISTICS DRIFT ALERT ACKNOWLEDGEMENT"                -- Set the report title
011400         TO ALT-TITLE-TEXT                                        -- ...
011500     WRITE ALRT-REPORT-TITLE-LINE                                 -- Write the report title
011600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Today, for the acknowledgements
011700     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY            -- ...in MM/DD/YYYY form
011800         DELIMITED BY SIZE INTO WS-ACK-DATE                       -- ...
011900     END-STRING                                                   -- End of string
012000     OPEN EXTEND STATS-SECURITY-FILE                              -- Append to the security-violation log
012100     IF WS-SECURITY-STATUS NOT = "00"                             -- No violation log yet, first run
012200         OPEN OUTPUT STATS-SECURITY-FILE                          -- Create an empty one
012300         CLOSE STATS-SECURITY-FILE                                -- ...
012400         OPEN EXTEND STATS-SECURITY-FILE                          -- ...and append to it
012500     END-IF                                                       -- End of open-check
012600     PERFORM loadAuthority.                                       -- Who may acknowledge what
012700 processCommands.                                                 -- Subroutine to read and act on one card
012800     READ ALRT-COMMAND-FILE                                       -- Read the next card
012900         AT END SET WS-CMD-EOF TO TRUE                            -- Flag end of file
013000     END-READ                                                     -- End of read
013100     IF NOT WS-CMD-EOF                                            -- A card was read
013200         ADD 1 TO WS-COMMAND-COUNT                                -- Count it
013300         PERFORM checkAuthority                                   -- May this operator do this
013400         IF NOT WS-AUTHORIZED                                     -- No grant for it -
013500             PERFORM refuseCommand                                -- ...refuse and log the card
013600         ELSE                                                     -- ...
013700         IF AAK-IS-ACK                                            -- Close an open alert
013800             PERFORM doAcknowledge                                -- ...
013900         ELSE                                                     -- Anything else is a typo -
014000             PERFORM writeActionLine                              -- ...flagged unmistakably
014100             MOVE "BAD ACTION" TO ALA-RESULT                      -- ...
014200             WRITE ALRT-REPORT-ACTION-LINE                        -- ...
014300         END-IF                                                   -- End of action check
014400         END-IF                                                   -- End of authority check
014500     END-IF.                                                      -- End of EOF check
014600 writeActionLine.                                                 -- Subroutine to echo the card on the report
014700     MOVE SPACES TO ALRT-REPORT-ACTION-LINE                       -- Clear the print line
014800     MOVE AAK-ACTION TO ALA-ACTION                                -- What was asked
014900     MOVE AAK-ALERT-TYPE TO ALA-ALERT-TYPE                        -- ...of which alert
015000     MOVE AAK-READING-TYPE TO ALA-READING-TYPE                    -- ...
015100     MOVE AAK-STATION-ID TO ALA-STATION-ID                        -- ...
015200     MOVE AAK-DISPOSITION TO ALA-DISPOSITION                      -- ...with what disposition
015300     MOVE AAK-OPERATOR TO ALA-OPERATOR                            -- ...by whom
015400     MOVE SPACES TO ALA-RESULT.                                   -- The handler fills in what happened
015500 doAcknowledge.                                                   -- Subroutine to close the alert a card names
015600     PERFORM writeActionLine                                      -- Echo the card
015700     IF NOT AAK-VALID-DISPOSITION                                 -- Every closed alert says why -
015800         MOVE "BAD DISPOSITION" TO ALA-RESULT                     -- ...refuse a card that doesn't
015900         WRITE ALRT-REPORT-ACTION-LINE                            -- ...
016000     ELSE                                                         -- A usable card
016100         IF AAK-STATION-ID = SPACES                               -- No station is the batch-total
016200             MOVE "*ALL" TO WS-ACK-STATION                        -- ...series the rollup tests
016300         ELSE                                                     -- ...
016400             MOVE AAK-STATION-ID TO WS-ACK-STATION                -- ...
016500         END-IF                                                   -- End of station check
016600         MOVE WS-ACK-STATION TO ALA-STATION-ID                    -- Show the station acted on
016700         PERFORM findOpenAlert                                    -- Is there an open alert to close
016800         IF NOT WS-ALERT-IS-OPEN                                  -- Never raised, or already owned
016900             MOVE "NOT OPEN" TO ALA-RESULT                        -- Say so
017000             WRITE ALRT-REPORT-ACTION-LINE                        -- ...
017100         ELSE                                                     -- Close it
017200             MOVE "C" TO ARG-STATUS                               -- ...
017300             MOVE AAK-OPERATOR TO ARG-ACK-OPERATOR                -- ...by whom
017400             MOVE WS-ACK-DATE TO ARG-ACK-DATE                     -- ...when
017500             MOVE AAK-DISPOSITION TO ARG-DISPOSITION              -- ...why
017600             MOVE AAK-NOTE TO ARG-ACK-NOTE                        -- ...and the operator's note
017700             REWRITE STATS-ALERT-REG-RECORD                       -- ...
017800                 INVALID KEY MOVE "REWRITE FAIL" TO ALA-RESULT    -- Shouldn't happen - the read just hit
017900             END-REWRITE                                          -- End of rewrite
018000             IF ALA-RESULT = SPACES                               -- The rewrite went through
018100                 MOVE "ACKNOWLEDGED" TO ALA-RESULT                -- Say so
018200                 ADD 1 TO WS-ACKED-COUNT                          -- Count it
018300             END-IF                                               -- End of rewrite check
018400             WRITE ALRT-REPORT-ACTION-LINE                        -- ...
018500             PERFORM writeAlertDetail                             -- Show what was closed
018600         END-IF                                                   -- End of open check
018700     END-IF.                                                      -- End of disposition check
018800 findOpenAlert.                                                   -- Subroutine to find the open alert a card names
018900     MOVE "N" TO WS-OPEN-SWITCH                                   -- Not found until shown otherwise
019000     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the alert's entries
019100     MOVE AAK-ALERT-TYPE TO ARG-ALERT-TYPE                        -- ...from its first sequence
019200     MOVE AAK-READING-TYPE TO ARG-READING-TYPE                    -- ...
019300     MOVE WS-ACK-STATION TO ARG-STATION-ID                        -- ...
019400     MOVE 0 TO ARG-ALERT-SEQ                                      -- ...
019500     START STATS-ALERT-REG-FILE                                   -- ...
019600         KEY IS NOT LESS THAN ARG-ALERT-KEY                       -- ...
019700         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- Nothing at or past it
019800     END-START                                                    -- End of start
019900     PERFORM UNTIL WS-SCAN-EOF OR WS-ALERT-IS-OPEN                -- One pass per entry
020000         READ STATS-ALERT-REG-FILE NEXT RECORD                    -- ...
020100             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
020200             NOT AT END                                           -- ...
020300                 IF ARG-ALERT-TYPE NOT = AAK-ALERT-TYPE           -- Past this alert's entries
020400                     OR ARG-READING-TYPE NOT = AAK-READING-TYPE   -- ...
020500                     OR ARG-STATION-ID NOT = WS-ACK-STATION       -- ...
020600                     SET WS-SCAN-EOF TO TRUE                      -- ...
020700                 ELSE                                             -- One of its entries
020800                 IF ARG-IS-OPEN                                   -- ...still open - the one to close
020900                     SET WS-ALERT-IS-OPEN TO TRUE                 -- ...
021000                 END-IF                                           -- End of open check
021100                 END-IF                                           -- End of identity check
021200         END-READ                                                 -- End of read
021300     END-PERFORM.                                                 -- End of entry loop
021400 writeAlertDetail.                                                -- Subroutine to show the alert acted on
021500     MOVE SPACES TO ALRT-REPORT-DETAIL-LINE                       -- Clear the print line
021600     MOVE "SEQ " TO ALD-SEQ-LABEL                                 -- Which of the alert's entries
021700     MOVE ARG-ALERT-SEQ TO ALD-ALERT-SEQ                          -- ...
021800     MOVE "OPENED " TO ALD-OPENED-LABEL                           -- When it was raised
021900     MOVE ARG-OPENED-DATE TO ALD-OPENED-DATE                      -- ...
022000     MOVE "BREACHES " TO ALD-BREACH-LABEL                         -- How often it recurred
022100     MOVE ARG-BREACH-COUNT TO ALD-BREACH-COUNT                    -- ...
022200     MOVE "LEVEL " TO ALD-LEVEL-LABEL                             -- How far it escalated
022300     MOVE ARG-ESCALATION-LEVEL TO ALD-ESCALATION-LEVEL            -- ...
022400     WRITE ALRT-REPORT-DETAIL-LINE.                               -- Write the line
022500 loadAuthority.                                                   -- Subroutine to load the operator grants
022600     OPEN INPUT STATS-AUTHORITY-FILE                              -- Open the operator authority file
022700     IF WS-AUTHORITY-STATUS NOT = "00"                            -- No grants, no authorized cards
022800         DISPLAY "STATSAUTH OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
022900             WS-AUTHORITY-STATUS                                  -- ...
023000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
023100         STOP RUN                                                 -- ...rather than refuse every card
023200     END-IF                                                       -- End of open-check
023300     PERFORM UNTIL WS-AUTH-EOF                                    -- Loop over every grant
023400         READ STATS-AUTHORITY-FILE                                -- Read the next grant
023500             AT END SET WS-AUTH-EOF TO TRUE                       -- Flag end of file
023600             NOT AT END                                           -- A grant was read
023700                 IF AUT-PROGRAM = "ALERTACK"                      -- Only this program's grants
023800                     PERFORM loadOneGrant                         -- ...are kept
023900                 END-IF                                           -- End of program check
024000         END-READ                                                 -- End of read
024100     END-PERFORM                                                  -- End of loop
024200     CLOSE STATS-AUTHORITY-FILE                                   -- Done with the authority file
024300     IF WS-GRANTS-DROPPED > 0                                     -- Some grants would not fit - their
024400         MOVE WS-GRANTS-DROPPED TO WS-RPT-COUNT                   -- ...operators' cards will be
024500         DISPLAY "STATSAUTH GRANTS DROPPED: " WS-RPT-COUNT        -- ...refused, so say so
024600         MOVE 8 TO RETURN-CODE                                    -- Scheduler severity: hold and look
024700     END-IF.                                                      -- End of overflow check
024800 loadOneGrant.                                                    -- Subroutine to file one operator grant
024900     IF WS-GRANT-COUNT >= WS-MAX-GRANTS                           -- Table already full
025000         ADD 1 TO WS-GRANTS-DROPPED                               -- Count the grant that won't fit
025100     ELSE                                                         -- Room left in the table
025200         ADD 1 TO WS-GRANT-COUNT                                  -- Grow the table by one slot
025300         MOVE AUT-OPERATOR TO WS-GRANT-OPERATOR(WS-GRANT-COUNT)   -- File the grant
025400         MOVE AUT-ACTION TO WS-GRANT-ACTION(WS-GRANT-COUNT)       -- ...
025500     END-IF.                                                      -- End of table-full check
025600 checkAuthority.                                                  -- Subroutine to test a card against the grants
025700     MOVE "N" TO WS-AUTH-SWITCH                                   -- Refused until a grant allows it
025800     IF AAK-OPERATOR = SPACES                                     -- A card nobody will own
025900         MOVE "NO OPERATOR" TO WS-AUTH-REASON                     -- ...is never authorized
026000     ELSE                                                         -- Look the operator up
026100         MOVE "UNAUTHORIZED" TO WS-AUTH-REASON                    -- ...against the grant table
026200         PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1                 -- ...
026300             UNTIL WS-GRANT-IDX > WS-GRANT-COUNT                  -- ...
026400             OR WS-AUTHORIZED                                     -- ...
026500             IF WS-GRANT-OPERATOR(WS-GRANT-IDX) = AAK-OPERATOR    -- The operator's own grant
026600                 AND (WS-GRANT-ACTION(WS-GRANT-IDX) = AAK-ACTION  -- ...for this action
026700                     OR WS-GRANT-ACTION(WS-GRANT-IDX) = "*ALL")   -- ...or for every action
026800                 SET WS-AUTHORIZED TO TRUE                        -- ...lets the card through
026900             END-IF                                               -- End of grant check
027000         END-PERFORM                                              -- End of loop
027100     END-IF.                                                      -- End of operator check
027200 refuseCommand.                                                   -- Subroutine to refuse an unauthorized card
027300     ADD 1 TO WS-REFUSED-COUNT                                    -- Count the refusal
027400     PERFORM writeActionLine                                      -- Echo the card on the report
027500     MOVE WS-AUTH-REASON TO ALA-RESULT                            -- ...with why it was refused
027600     WRITE ALRT-REPORT-ACTION-LINE                                -- ...
027700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE                -- Wall-clock time of the attempt
027800     STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY " "        -- Build MM/DD/YYYY HH:MM:SS
027900         WS-CURR-HH ":" WS-CURR-MI ":" WS-CURR-SS                 -- ...
028000         DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP                  -- ...
028100     MOVE SPACES TO STATS-SECURITY-LOG-RECORD                     -- Clear the violation line
028200     MOVE WS-LOG-TIMESTAMP TO SEC-TIMESTAMP                       -- When it was attempted
028300     MOVE "ALERTACK" TO SEC-PROGRAM                               -- ...in which program
028400     MOVE AAK-OPERATOR TO SEC-OPERATOR                            -- ...by whom
028500     MOVE AAK-ACTION TO SEC-ACTION                                -- ...asking for what
028600     MOVE WS-AUTH-REASON TO SEC-REASON                            -- ...why it was refused
028700     MOVE ALERT-ACK-COMMAND-RECORD TO SEC-CARD-IMAGE              -- ...and the card as submitted
028800     WRITE STATS-SECURITY-LOG-RECORD                              -- Append the violation line
028900     MOVE 8 TO RETURN-CODE.                                       -- Scheduler severity: hold and look
029000 closeFiles.                                                      -- Subroutine to close the run's files
029100     CLOSE ALRT-COMMAND-FILE                                      -- Done with the command cards
029200     CLOSE STATS-ALERT-REG-FILE                                   -- Done with the register
029300     CLOSE ALRT-REPORT-FILE                                       -- Done with the report
029400     CLOSE STATS-SECURITY-FILE.                                   -- Done with the violation log
029500 END PROGRAM statistics_alertack.                                 -- End of program
