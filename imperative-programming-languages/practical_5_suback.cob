000100 IDENTIFICATION DIVISION.                                         -- Program metadata
000200 PROGRAM-ID. statistics_suback.                                   -- Program name
000300 ENVIRONMENT DIVISION.                                            -- Runtime environment
000400 INPUT-OUTPUT SECTION.                                            -- File control
000500 FILE-CONTROL.                                                    -- File assignments
000600     SELECT SUBM-ACK-FILE ASSIGN TO "SUBMACK"                     -- The agency's acknowledgement
000700         ORGANIZATION IS LINE SEQUENTIAL                          -- One 80-byte record per line
000800         FILE STATUS IS WS-ACK-STATUS.                            -- I-O status for readAckRecord
000900     SELECT STATS-SUBREG-FILE ASSIGN TO "STATSSUBR"               -- The submission register
001000         ORGANIZATION IS INDEXED                                  -- Keyed, maintained in place
001100         ACCESS MODE IS DYNAMIC                                   -- Keyed updates plus detail scans
001200         RECORD KEY IS SRG-SRG-KEY                                -- Period + submission + sequence
001300         FILE STATUS IS WS-SUBREG-STATUS.                         -- I-O status for the register
001400     SELECT SUBA-REPORT-FILE ASSIGN TO "SUBARPT"                  -- Reconciliation report
001500         ORGANIZATION IS LINE SEQUENTIAL                          -- One print line per line
001600         FILE STATUS IS WS-REPORT-STATUS.                         -- I-O status for the report writers
001700 DATA DIVISION.                                                   -- Start of data declaration
001800 FILE SECTION.                                                    -- File record descriptions
001900 FD  SUBM-ACK-FILE                                                -- The agency's acknowledgement
002000     RECORDING MODE IS F.                                         -- Fixed length records
002100 COPY "stats_submit_ack_record.cpy".                              -- SUBA-*-RECORD layouts
002200 FD  STATS-SUBREG-FILE.                                           -- The submission register
002300 COPY "stats_submit_register_record.cpy".                         -- STATS-SUBREG-RECORD layout
002400 FD  SUBA-REPORT-FILE                                             -- Reconciliation report
002500     RECORDING MODE IS F.                                         -- Fixed length print lines
002600 COPY "stats_submit_report_record.cpy".                           -- SUBM-REPORT-*-LINE layouts
002700 WORKING-STORAGE SECTION.                                         -- Variables available throughout the program
002800     01  WS-ACK-STATUS   PIC XX.                                  -- File status for SUBM-ACK-FILE
002900     01  WS-SUBREG-STATUS PIC XX.                                 -- File status for STATS-SUBREG-FILE
003000     01  WS-REPORT-STATUS PIC XX.                                 -- File status for SUBA-REPORT-FILE
003100     01  WS-ACK-EOF-SWITCH PIC X VALUE "N".                       -- End-of-file switch for SUBMACK
003200         88  WS-ACK-EOF VALUE "Y".                                -- Condition for end of the acknowledgement
003300     01  WS-SCAN-EOF-SWITCH PIC X VALUE "N".                      -- End-of-file switch for register scans
003400         88  WS-SCAN-EOF VALUE "Y".                               -- Condition for end of the submission
003500     01  WS-TRAILER-SWITCH PIC X VALUE "N".                       -- Set once the trailer is read
003600         88  WS-TRAILER-SEEN VALUE "Y".                           -- Condition for a complete acknowledgement
003700     01  WS-PERIOD       PIC X(6).                                -- YYYYMM the acknowledgement answers
003800     01  WS-SUBMISSION-NO PIC 9(2).                               -- ...and which submission of it
003900     01  WS-FILE-STATUS  PIC X.                                   -- The agency's verdict on the whole file
004000         88  WS-ALL-ACCEPTED VALUE "A".                           -- Every detail accepted
004100         88  WS-FILE-REJECTED VALUE "R".                          -- The file refused outright
004200     01  WS-FILE-REASON  PIC X(40).                               -- Why, when refused outright
004300     01  WS-ACK-DATE     PIC X(10).                               -- MM/DD/YYYY the agency processed it
004400     01  WS-ACK-DETAILS  PIC 9(7) VALUE 0.                        -- Detail records read from SUBMACK
004500     01  WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.                      -- Details the agency accepted
004600     01  WS-REJECTED-COUNT PIC 9(6) VALUE 0.                      -- Details the agency rejected
004700     01  WS-UNACKED-COUNT PIC 9(6) VALUE 0.                       -- Details the agency did not answer
004800     01  WS-UNKNOWN-COUNT PIC 9(6) VALUE 0.                       -- Answers to details never sent
004900     01  WS-NEW-RC       PIC 9(2).                                -- Severity raiseReturnCode grades up to
005000     01  WS-RPT-COUNT    PIC ZZZZZZ9.                             -- Scratch edited count for the report
005100 PROCEDURE DIVISION.                                              -- Start of program logic
005200     PERFORM openFiles                                            -- Open the acknowledgement, register, report
005300     PERFORM readAckHeader                                        -- Which submission is being answered
005400     PERFORM findSubmission                                       -- ...and is it on the register
005500     PERFORM readAckRecord                                        -- Prime the read loop
005600     PERFORM UNTIL WS-ACK-EOF                                     -- One pass per acknowledgement record
005700         PERFORM applyAckRecord                                   -- ...
005800         PERFORM readAckRecord                                    -- ...
005900     END-PERFORM                                                  -- End of acknowledgement loop
006000     PERFORM checkTrailer                                         -- Did the whole acknowledgement arrive
006100     PERFORM settleDetails                                        -- Settle and report every detail sent
006200     PERFORM updateControl                                        -- Record the outcome on the register
006300     PERFORM writeTotals                                          -- Close the report with the run totals
006400     PERFORM closeFiles                                           -- Close everything on the way out
006500     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT                       -- Edit the rejected total for display
006600     DISPLAY "Submission details rejected: " WS-RPT-COUNT         -- One console line for the run
006700     STOP RUN.                                                    -- End the program
006800 openFiles.                                                       -- Subroutine to open the run's files
006900     OPEN INPUT SUBM-ACK-FILE                                     -- Open the agency's acknowledgement
007000     IF WS-ACK-STATUS NOT = "00"                                  -- Nothing to reconcile
007100         DISPLAY "SUBMACK OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
007200             WS-ACK-STATUS                                        -- ...
007300         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
007400         STOP RUN                                                 -- ...
007500     END-IF                                                       -- End of open-check
007600     OPEN I-O STATS-SUBREG-FILE                                   -- Open the register for update -
007700     IF WS-SUBREG-STATUS NOT = "00"                               -- ...no register, nothing was sent
007800         DISPLAY "STATSSUBR OPEN FAILED, STATUS="                 -- Fail fast and diagnosably
007900             WS-SUBREG-STATUS                                     -- ...
008000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
008100         STOP RUN                                                 -- ...
008200     END-IF                                                       -- End of open-check
008300     OPEN OUTPUT SUBA-REPORT-FILE                                 -- Open the print file for this run
008400     IF WS-REPORT-STATUS NOT = "00"                               -- Can't create/open the report file
008500         DISPLAY "SUBARPT OPEN FAILED, STATUS="                   -- Fail fast and diagnosably
008600             WS-REPORT-STATUS                                     -- ...
008700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
008800         STOP RUN                                                 -- ...rather than write into a closed file
008900     END-IF.                                                      -- End of open-check
009000 readAckHeader.                                                   -- Subroutine to read the acknowledgement header
009100     READ SUBM-ACK-FILE                                           -- The header comes first
009200         AT END                                                   -- An empty file answers nothing
009300             DISPLAY "SUBMACK IS EMPTY"                           -- Fail fast and diagnosably
009400             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
009500             PERFORM closeFiles                                   -- ...
009600             STOP RUN                                             -- ...
009700     END-READ                                                     -- End of read
009800     IF SAH-RECORD-TYPE NOT = "H"                                 -- Without a header we cannot tell
009900         DISPLAY "SUBMACK HAS NO HEADER RECORD"                   -- ...which submission it is
010000         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
010100         PERFORM closeFiles                                       -- ...
010200         STOP RUN                                                 -- ...
010300     END-IF                                                       -- End of header check
010400     MOVE SAH-PERIOD TO WS-PERIOD                                 -- Keep the header's facts - the
010500     MOVE SAH-SUBMISSION-NO TO WS-SUBMISSION-NO                   -- ...record area is reused by
010600     MOVE SAH-FILE-STATUS TO WS-FILE-STATUS                       -- ...the reads that follow
010700     MOVE SAH-FILE-REASON TO WS-FILE-REASON                       -- ...
010800     STRING SAH-ACK-DATE(5:2) "/" SAH-ACK-DATE(7:2) "/"           -- The agency's date in our
010900         SAH-ACK-DATE(1:4)                                        -- ...own MM/DD/YYYY form
011000         DELIMITED BY SIZE INTO WS-ACK-DATE                       -- ...
011100     END-STRING                                                   -- End of string
011200     MOVE SPACES TO SUBM-REPORT-TITLE-LINE                        -- Clear the title line
011300     MOVE "STATISTICS SUBMISSION ACKNOWLEDGEMENT REPORT"          -- Set the report title
011400         TO SBRT-TITLE-TEXT                                       -- ...
011500     WRITE SUBM-REPORT-TITLE-LINE                                 -- Write the report title
011600     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Name the submission answered
011700     MOVE "PERIOD" TO SBRD-LABEL                                  -- ...
011800     STRING WS-PERIOD(5:2) "/" WS-PERIOD(1:4)                     -- ...
011900         DELIMITED BY SIZE INTO SBRD-VALUE                        -- ...
012000     END-STRING                                                   -- End of string
012100     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
012200     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- ...
012300     MOVE "REPORTING ENTITY" TO SBRD-LABEL                        -- ...
012400     MOVE SAH-ENTITY-ID TO SBRD-VALUE                             -- ...
012500     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
012600     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- ...
012700     MOVE "SUBMISSION NUMBER" TO SBRD-LABEL                       -- ...
012800     MOVE WS-SUBMISSION-NO TO SBRD-VALUE                          -- ...
012900     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
013000     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- ...
013100     MOVE "AGENCY FILE STATUS" TO SBRD-LABEL                      -- ...
013200     IF WS-ALL-ACCEPTED                                           -- ...
013300         MOVE "ALL ACCEPTED" TO SBRD-VALUE                        -- ...
013400     ELSE                                                         -- ...
013500     IF WS-FILE-REJECTED                                          -- ...
013600         MOVE "FILE REJECTED" TO SBRD-VALUE                       -- ...
013700     ELSE                                                         -- ...
013800         MOVE "PART ACCEPTED" TO SBRD-VALUE                       -- ...
013900     END-IF                                                       -- End of rejected check
014000     END-IF                                                       -- End of accepted check
014100     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
014200     IF WS-FILE-REJECTED                                          -- The agency's reason for refusing
014300         MOVE SPACES TO SUBM-REPORT-RECORD-LINE                   -- ...the whole file
014400         MOVE "FILE" TO SBRR-REASON-CODE                          -- ...
014500         MOVE WS-FILE-REASON TO SBRR-REASON-TEXT                  -- ...
014600         WRITE SUBM-REPORT-RECORD-LINE                            -- ...
014700     END-IF                                                       -- End of rejected check
014800     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- ...
014900     MOVE "AGENCY PROCESSED ON" TO SBRD-LABEL                     -- ...
015000     MOVE WS-ACK-DATE TO SBRD-VALUE                               -- ...
015100     WRITE SUBM-REPORT-DETAIL-LINE.                               -- ...
015200 findSubmission.                                                  -- Subroutine to find the submission answered
015300     MOVE WS-PERIOD TO SRG-PERIOD                                 -- Its control entry on the register
015400     MOVE WS-SUBMISSION-NO TO SRG-SUBMISSION-NO                   -- ...
015500     MOVE 0 TO SRG-RECORD-SEQ                                     -- ...
015600     READ STATS-SUBREG-FILE                                       -- ...
015700         INVALID KEY                                              -- We never sent it - the answer is
015800             DISPLAY "SUBMISSION " WS-PERIOD "-" WS-SUBMISSION-NO -- ...someone else's, or the
015900                 " IS NOT ON STATSSUBR"                           -- ...register has been lost
016000             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
016100             PERFORM closeFiles                                   -- ...
016200             STOP RUN                                             -- ...
016300     END-READ                                                     -- End of read
016400     IF SRG-ENTITY-ID NOT = SAH-ENTITY-ID                         -- Sent under another entity id -
016500         DISPLAY "SUBMACK ENTITY " SAH-ENTITY-ID                  -- ...not our answer
016600             " DOES NOT MATCH STATSSUBR ENTITY " SRG-ENTITY-ID    -- ...
016700         MOVE 12 TO RETURN-CODE                                   -- Scheduler severity: hard failure
016800         PERFORM closeFiles                                       -- ...
016900         STOP RUN                                                 -- ...
017000     END-IF                                                       -- End of entity check
017100     IF WS-FILE-REJECTED                                          -- Refused outright, every detail
017200         PERFORM rejectWholeFile                                  -- ...is rejected with the file
017300     END-IF.                                                      -- End of rejected check
017400 rejectWholeFile.                                                 -- Subroutine to reject every detail of the file
017500     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the submission's details
017600     MOVE 1 TO SRG-RECORD-SEQ                                     -- ...from the first
017700     START STATS-SUBREG-FILE                                      -- ...
017800         KEY IS NOT LESS THAN SRG-SRG-KEY                         -- ...
017900         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- No details at all
018000     END-START                                                    -- End of start
018100     PERFORM UNTIL WS-SCAN-EOF                                    -- One pass per detail
018200         READ STATS-SUBREG-FILE NEXT RECORD                       -- ...
018300             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
018400             NOT AT END                                           -- ...
018500                 IF SRG-PERIOD NOT = WS-PERIOD                    -- Past this submission's details
018600                     OR SRG-SUBMISSION-NO NOT = WS-SUBMISSION-NO  -- ...
018700                     SET WS-SCAN-EOF TO TRUE                      -- ...
018800                 ELSE                                             -- One of its details
018900                     MOVE "R" TO SRG-ACK-STATUS                   -- ...
019000                     MOVE "FILE" TO SRG-REJECT-CODE               -- ...
019100                     MOVE WS-FILE-REASON TO SRG-REJECT-REASON     -- ...
019200                     REWRITE STATS-SUBREG-RECORD                  -- ...
019300                 END-IF                                           -- End of submission check
019400         END-READ                                                 -- End of read
019500     END-PERFORM.                                                 -- End of detail loop
019600 readAckRecord.                                                   -- Subroutine to read the next acknowledgement record
019700     READ SUBM-ACK-FILE                                           -- Read the next record
019800         AT END SET WS-ACK-EOF TO TRUE                            -- Flag end of file
019900     END-READ.                                                    -- End of read
020000 applyAckRecord.                                                  -- Subroutine to act on one acknowledgement record
020100     IF SAD-RECORD-TYPE = "D"                                     -- The verdict on one detail
020200         ADD 1 TO WS-ACK-DETAILS                                  -- ...
020300         IF NOT WS-FILE-REJECTED                                  -- ...already settled with the file
020400             PERFORM applyAckDetail                               -- ...otherwise
020500         END-IF                                                   -- End of rejected check
020600     ELSE                                                         -- ...
020700     IF SAT-RECORD-TYPE = "T"                                     -- The trailer closes the file
020800         SET WS-TRAILER-SEEN TO TRUE                              -- ...
020900         IF SAT-RECORD-COUNT NOT = WS-ACK-DETAILS                 -- ...and says what it held
021000             MOVE SPACES TO SUBM-REPORT-DETAIL-LINE               -- The file was cut short or
021100             MOVE "ACK TRAILER COUNT MISMATCH" TO SBRD-LABEL      -- ...padded on the way
021200             MOVE SAT-RECORD-COUNT TO WS-RPT-COUNT                -- ...
021300             MOVE WS-RPT-COUNT TO SBRD-VALUE                      -- ...
021400             WRITE SUBM-REPORT-DETAIL-LINE                        -- ...
021500             MOVE 8 TO WS-NEW-RC                                  -- Scheduler severity: hold and look
021600             PERFORM raiseReturnCode                              -- ...
021700         END-IF                                                   -- End of count check
021800     ELSE                                                         -- Neither - the file is not as
021900         MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                   -- ...agreed with the agency
022000         MOVE "ACK RECORD OF UNKNOWN TYPE" TO SBRD-LABEL          -- ...
022100         MOVE SAD-RECORD-TYPE TO SBRD-VALUE                       -- ...
022200         WRITE SUBM-REPORT-DETAIL-LINE                            -- ...
022300         MOVE 8 TO WS-NEW-RC                                      -- Scheduler severity: hold and look
022400         PERFORM raiseReturnCode                                  -- ...
022500     END-IF                                                       -- End of trailer check
022600     END-IF.                                                      -- End of detail check
022700 applyAckDetail.                                                  -- Subroutine to record the verdict on one detail
022800     MOVE WS-PERIOD TO SRG-PERIOD                                 -- The detail it answers
022900     MOVE WS-SUBMISSION-NO TO SRG-SUBMISSION-NO                   -- ...
023000     MOVE SAD-RECORD-SEQ TO SRG-RECORD-SEQ                        -- ...
023100     IF SAD-RECORD-SEQ = 0                                        -- Sequence 0 is the control entry,
023200         PERFORM reportUnknownDetail                              -- ...never a detail sent
023300     ELSE                                                         -- ...
023400         READ STATS-SUBREG-FILE                                   -- ...
023500             INVALID KEY                                          -- An answer to a detail we
023600                 PERFORM reportUnknownDetail                      -- ...never sent
023700             NOT INVALID KEY                                      -- ...
023800                 IF SAD-IS-ACCEPTED                               -- ...
023900                     MOVE "A" TO SRG-ACK-STATUS                   -- Accepted clears any earlier
024000                     MOVE SPACES TO SRG-REJECT-CODE               -- ...reason
024100                     MOVE SPACES TO SRG-REJECT-REASON             -- ...
024200                     REWRITE STATS-SUBREG-RECORD                  -- ...
024300                 ELSE                                             -- ...
024400                 IF SAD-IS-REJECTED                               -- ...
024500                     MOVE "R" TO SRG-ACK-STATUS                   -- Keep the agency's reason for
024600                     MOVE SAD-REASON-CODE TO SRG-REJECT-CODE      -- ...whoever corrects it
024700                     MOVE SAD-REASON-TEXT TO SRG-REJECT-REASON    -- ...
024800                     REWRITE STATS-SUBREG-RECORD                  -- ...
024900                 ELSE                                             -- A verdict we can't read -
025000                     PERFORM reportUnknownDetail                  -- ...leave the detail unanswered
025100                 END-IF                                           -- End of rejected check
025200                 END-IF                                           -- End of accepted check
025300         END-READ                                                 -- End of read
025400     END-IF.                                                      -- End of sequence check
025500 reportUnknownDetail.                                             -- Subroutine to report an answer we can't place
025600     ADD 1 TO WS-UNKNOWN-COUNT                                    -- ...
025700     MOVE SPACES TO SUBM-REPORT-RECORD-LINE                       -- ...
025800     MOVE SAD-RECORD-SEQ TO SBRR-RECORD-SEQ                       -- ...
025900     MOVE "UNKNOWN" TO SBRR-STATUS                                -- ...
026000     MOVE SAD-REASON-CODE TO SBRR-REASON-CODE                     -- ...
026100     MOVE SAD-REASON-TEXT TO SBRR-REASON-TEXT                     -- ...
026200     WRITE SUBM-REPORT-RECORD-LINE                                -- ...
026300     MOVE 4 TO WS-NEW-RC                                          -- Scheduler severity: look at the report
026400     PERFORM raiseReturnCode.                                     -- ...
026500 checkTrailer.                                                    -- Subroutine to insist on a complete acknowledgement
026600     IF NOT WS-TRAILER-SEEN                                       -- No trailer - the file may have
026700         MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                   -- ...been cut short
026800         MOVE "ACK TRAILER MISSING" TO SBRD-LABEL                 -- ...
026900         MOVE WS-ACK-DETAILS TO WS-RPT-COUNT                      -- ...
027000         MOVE WS-RPT-COUNT TO SBRD-VALUE                          -- ...
027100         WRITE SUBM-REPORT-DETAIL-LINE                            -- ...
027200         MOVE 8 TO WS-NEW-RC                                      -- Scheduler severity: hold and look
027300         PERFORM raiseReturnCode                                  -- ...
027400     END-IF.                                                      -- End of trailer check
027500 settleDetails.                                                   -- Subroutine to settle and report every detail sent
027600     MOVE "N" TO WS-SCAN-EOF-SWITCH                               -- Walk the submission's details
027700     MOVE WS-PERIOD TO SRG-PERIOD                                 -- ...from the first
027800     MOVE WS-SUBMISSION-NO TO SRG-SUBMISSION-NO                   -- ...
027900     MOVE 1 TO SRG-RECORD-SEQ                                     -- ...
028000     START STATS-SUBREG-FILE                                      -- ...
028100         KEY IS NOT LESS THAN SRG-SRG-KEY                         -- ...
028200         INVALID KEY SET WS-SCAN-EOF TO TRUE                      -- No details at all
028300     END-START                                                    -- End of start
028400     PERFORM UNTIL WS-SCAN-EOF                                    -- One pass per detail
028500         READ STATS-SUBREG-FILE NEXT RECORD                       -- ...
028600             AT END SET WS-SCAN-EOF TO TRUE                       -- Flag end of file
028700             NOT AT END                                           -- ...
028800                 IF SRG-PERIOD NOT = WS-PERIOD                    -- Past this submission's details
028900                     OR SRG-SUBMISSION-NO NOT = WS-SUBMISSION-NO  -- ...
029000                     SET WS-SCAN-EOF TO TRUE                      -- ...
029100                 ELSE                                             -- One of its details
029200                     PERFORM settleOneDetail                      -- ...
029300                 END-IF                                           -- End of submission check
029400         END-READ                                                 -- End of read
029500     END-PERFORM.                                                 -- End of detail loop
029600 settleOneDetail.                                                 -- Subroutine to settle and report one detail
029700     IF SRG-IS-AWAITING AND WS-ALL-ACCEPTED                       -- A file accepted whole needs
029800         MOVE "A" TO SRG-ACK-STATUS                               -- ...no line per detail
029900         REWRITE STATS-SUBREG-RECORD                              -- ...
030000     END-IF                                                       -- End of accepted check
030100     MOVE SPACES TO SUBM-REPORT-RECORD-LINE                       -- Report the detail and its verdict
030200     MOVE SRG-RECORD-SEQ TO SBRR-RECORD-SEQ                       -- ...
030300     MOVE SRG-STATION-ID TO SBRR-STATION-ID                       -- ...
030400     MOVE SRG-READING-TYPE TO SBRR-READING-TYPE                   -- ...
030500     MOVE SRG-READING-COUNT TO SBRR-READING-COUNT                 -- ...
030600     MOVE SRG-MINIMUM TO SBRR-MINIMUM                             -- ...
030700     MOVE SRG-MAXIMUM TO SBRR-MAXIMUM                             -- ...
030800     MOVE SRG-MEAN TO SBRR-MEAN                                   -- ...
030900     IF SRG-IS-ACCEPTED                                           -- ...
031000         ADD 1 TO WS-ACCEPTED-COUNT                               -- ...
031100         MOVE "ACCEPTED" TO SBRR-STATUS                           -- ...
031200     ELSE                                                         -- ...
031300     IF SRG-IS-REJECTED                                           -- Rejected - the reason tells
031400         ADD 1 TO WS-REJECTED-COUNT                               -- ...whoever corrects it what to fix
031500         MOVE "REJECTED" TO SBRR-STATUS                           -- ...before it is resubmitted
031600         MOVE SRG-REJECT-CODE TO SBRR-REASON-CODE                 -- ...
031700         MOVE SRG-REJECT-REASON TO SBRR-REASON-TEXT               -- ...
031800         MOVE 4 TO WS-NEW-RC                                      -- Scheduler severity: look at the report
031900         PERFORM raiseReturnCode                                  -- ...
032000     ELSE                                                         -- The agency said nothing of it
032100         ADD 1 TO WS-UNACKED-COUNT                                -- ...
032200         MOVE "NO ACK" TO SBRR-STATUS                             -- ...
032300         MOVE "NOT ACKNOWLEDGED BY THE AGENCY" TO SBRR-REASON-TEXT-- ...
032400         MOVE 4 TO WS-NEW-RC                                      -- Scheduler severity: look at the report
032500         PERFORM raiseReturnCode                                  -- ...
032600     END-IF                                                       -- End of rejected check
032700     END-IF                                                       -- End of accepted check
032800     WRITE SUBM-REPORT-RECORD-LINE.                               -- ...
032900 updateControl.                                                   -- Subroutine to record the outcome on the register
033000     MOVE WS-PERIOD TO SRG-PERIOD                                 -- Back to the control entry
033100     MOVE WS-SUBMISSION-NO TO SRG-SUBMISSION-NO                   -- ...
033200     MOVE 0 TO SRG-RECORD-SEQ                                     -- ...
033300     READ STATS-SUBREG-FILE                                       -- ...
033400         INVALID KEY                                              -- It was there when we began
033500             DISPLAY "STATSSUBR CONTROL ENTRY LOST FOR " WS-PERIOD-- ...
033600             MOVE 12 TO RETURN-CODE                               -- Scheduler severity: hard failure
033700             PERFORM closeFiles                                   -- ...
033800             STOP RUN                                             -- ...
033900     END-READ                                                     -- End of read
034000     IF WS-ACCEPTED-COUNT = SRG-DETAIL-COUNT                      -- Every detail accepted
034100         MOVE "ACCEPTED" TO SRG-STATUS                            -- ...
034200     ELSE                                                         -- ...
034300     IF WS-REJECTED-COUNT = SRG-DETAIL-COUNT                      -- Every detail rejected
034400         MOVE "REJECTED" TO SRG-STATUS                            -- ...
034500     ELSE                                                         -- Some of each, or some unanswered
034600         MOVE "PARTIAL" TO SRG-STATUS                             -- ...
034700     END-IF                                                       -- End of rejected check
034800     END-IF                                                       -- End of accepted check
034900     MOVE WS-ACCEPTED-COUNT TO SRG-ACCEPTED-COUNT                 -- ...
035000     MOVE WS-REJECTED-COUNT TO SRG-REJECTED-COUNT                 -- ...
035100     MOVE WS-ACK-DATE TO SRG-ACK-DATE                             -- ...
035200     REWRITE STATS-SUBREG-RECORD.                                 -- ...
035300 writeTotals.                                                     -- Subroutine to close the report with the totals
035400     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Clear the detail line
035500     MOVE "DETAILS ACCEPTED" TO SBRD-LABEL                        -- ...
035600     MOVE WS-ACCEPTED-COUNT TO WS-RPT-COUNT                       -- ...
035700     MOVE WS-RPT-COUNT TO SBRD-VALUE                              -- ...
035800     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
035900     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Clear the detail line
036000     MOVE "DETAILS REJECTED" TO SBRD-LABEL                        -- ...
036100     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT                       -- ...
036200     MOVE WS-RPT-COUNT TO SBRD-VALUE                              -- ...
036300     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
036400     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Clear the detail line
036500     MOVE "DETAILS NOT ACKNOWLEDGED" TO SBRD-LABEL                -- ...
036600     MOVE WS-UNACKED-COUNT TO WS-RPT-COUNT                        -- ...
036700     MOVE WS-RPT-COUNT TO SBRD-VALUE                              -- ...
036800     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
036900     MOVE SPACES TO SUBM-REPORT-DETAIL-LINE                       -- Clear the detail line
037000     MOVE "ANSWERS TO UNKNOWN DETAILS" TO SBRD-LABEL              -- ...
037100     MOVE WS-UNKNOWN-COUNT TO WS-RPT-COUNT                        -- ...
037200     MOVE WS-RPT-COUNT TO SBRD-VALUE                              -- ...
037300     WRITE SUBM-REPORT-DETAIL-LINE                                -- ...
037400     IF WS-REJECTED-COUNT > 0                                     -- Point the reader at the way out
037500         MOVE SPACES TO SUBM-REPORT-TITLE-LINE                    -- ...
037600         MOVE "CORRECT REJECTED DETAILS, THEN RESUBMIT"           -- ...
037700             TO SBRT-TITLE-TEXT                                   -- ...
037800         WRITE SUBM-REPORT-TITLE-LINE                             -- ...
037900     END-IF.                                                      -- End of rejected check
038000 raiseReturnCode.                                                 -- Subroutine to grade up RETURN-CODE
038100     IF WS-NEW-RC > RETURN-CODE                                   -- Only ever raise the severity
038200         MOVE WS-NEW-RC TO RETURN-CODE                            -- ...
038300     END-IF.                                                      -- End of severity check
038400 closeFiles.                                                      -- Subroutine to close the run's files
038500     CLOSE SUBM-ACK-FILE                                          -- Done with the acknowledgement
038600     CLOSE STATS-SUBREG-FILE                                      -- Done with the register
038700     CLOSE SUBA-REPORT-FILE.                                      -- Done with the report
038800 END PROGRAM statistics_suback.                                   -- End of program
