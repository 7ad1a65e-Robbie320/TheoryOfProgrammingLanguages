*>                    work, not a re-submission. Matching on the
*>                    reject was blocking the standard repair path
*>                    whenever the lookback window was on.
*>   2026-10-15  RP   Multi-segment messages - a C continuation record
*>                    (text in columns 8-37) chains another 30-byte
*>                    segment onto the detail above it, up to ten
*>                    segments (300 bytes) per message, so the
*>                    departments stop chopping real messages into
*>                    unrelated 30-character cards. The whole message
*>                    is ciphered, round-trip checked, and solved as
*>                    one unit - ENCRYPT/DECRYPT/VENCRYPT/VDECRYPT/
*>                    SOLVE/VSOLVE now carry 300 bytes, and SOLVE
*>                    scores every word of the sentence - and it keeps
*>                    one sequence number, one RSLFILE record (with
*>                    its segment count), and one reject: a bad
*>                    segment rejects the whole message. Report,
*>                    audit, exception, duplicate, trial, and queue
*>                    lines print the first segment on the detail
*>                    line and each further segment on a + line
*>                    beneath it that never starts with a sequence
*>                    number, so RECON's counts are untouched.
*>   2026-10-15  RP   Partner master - a record naming a partner is
*>                    checked against the PARTMAST master PARTMNT
*>                    maintains before any key is looked up. A
*>                    partner not on the master, or suspended on it,
*>                    is diverted to EXCFILE saying which, on every
*>                    operation and either cipher type - the master,
*>                    not KEYFILE, says whether we may do their work.
*>   2026-10-15  RP   Run cycle - every run now carries a cycle number
*>                    for its run date, punched in columns 40-41 of
*>                    the control card or assigned automatically as
*>                    one past the highest cycle already on RSLFILE or
*>                    AUDHIST for the date (a restart keeps the cycle
*>                    it checkpointed). The cycle is part of the
*>                    RSLFILE key - run date + cycle + sequence - so a
*>                    2 PM off-cycle run writes its own records beside
*>                    the night's instead of rewriting them, and it
*>                    rides the AUDHIST record, the SOLVEQ details,
*>                    the duplicate report, and the RPTFILE, AUDFILE,
*>                    trial, and OPSUM headers, so every downstream
*>                    program can tell the two runs apart.
*>   2026-10-15  RP   Backed-out runs - BACKOUT marks a reversed run's
*>                    AUDHIST record R and takes its records off the
*>                    master, so a reversed run no longer holds its
*>                    cycle and the corrected rerun can go out under
*>                    the same run date and cycle the partners were
*>                    expecting.
*>   2026-10-15  RP   Results master control totals - every record
*>                    written or rewritten on RSLFILE is posted to the
*>                    run date's RSLCTL control record (record count,
*>                    original and encrypted string hashes, counts by
*>                    audit result), a rewrite backing the old
*>                    record's figures out first, so RSLVRFY can prove
*>                    the master still holds what the night wrote.
*>                    The master is not written at all when its
*>                    control file cannot be opened - the two change
*>                    together or not at all.
*>   2026-10-15  RP   Last-changed stamp - every record written or
*>                    rewritten on RSLFILE carries the date and time
*>                    it was written, so the WHSEXTR warehouse feed
*>                    picks up new and rerun records alike.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	SELECT keyFile ASSIGN TO "KEYFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS keyFileStatus.
	SELECT partFile ASSIGN TO "PARTMAST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS partFileStatus.
	SELECT reportFile ASSIGN TO "RPTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS reportFileStatus.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS rsltKey
		FILE STATUS IS rsltFileStatus.
	*> Per-run-date control totals for the results master - OPTIONAL
	*> for the same reason, RANDOM because each posting is a keyed
	*> read and rewrite of the one date's record.
	SELECT OPTIONAL rsltCtlFile ASSIGN TO "RSLCTL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS rctlRunDate
		FILE STATUS IS rsltCtlFileStatus.
	SELECT opsumFile ASSIGN TO "OPSUM"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS opsumFileStatus.
*>          in 6-10 - batch trailer, the count the batch must prove
*> Details ahead of any header run as one unbatched section, so a
*> department still punching the old way keeps working.
*> A message longer than 30 bytes continues on C records:
*>    C in column 1, the next 30-byte segment in 8-37, nothing past
*>          column 37 - chained onto the detail above it, segment
*>          after segment laid end to end, up to maxSegCount segments
*>          in all.  A continuation never takes a sequence number or
*>          counts toward its batch trailer; the message does.  One
*>          with no detail ahead of it in its batch is rejected as a
*>          message of its own.
*> Widened past the fixed fields on purpose, so an overlength input
*> line can actually be detected instead of being silently truncated
*> on the way in.
*>   38     Y = reprocess override - tonight's records run even
*>          when the window says they are re-submissions, for the
*>          nights we mean it
*>   40-41  run cycle for the date, 01-99 - blank lets the run take
*>          the next cycle after the highest already recorded for
*>          the date; punching a cycle that already ran reruns it,
*>          rewriting that cycle's results in place
FD  ctlFile.
01  ctlLine PIC X(80).

	02  FILLER PIC X(1).
	02  keyRecExpDate PIC X(8).

*> Partner master, one partner per record, written by PARTMNT.
*> Columns:
*>    1- 4  partner ID
*>    6-35  partner name
*>   37-66  contact
*>   68-69  owning department code
*>   71-75  billing rate per billable message, 9(3)V99
*>   77-78  transmittal slot, 00 = none
*>   80     status: A active, S suspended
*> Only the ID and status matter here - the rest is for billing
*> and routing downstream.
FD  partFile.
01  partRec.
	02  partRecPartner PIC X(4).
	02  FILLER PIC X(1).
	02  partRecName PIC X(30).
	02  FILLER PIC X(1).
	02  partRecContact PIC X(30).
	02  FILLER PIC X(1).
	02  partRecDept PIC X(2).
	02  FILLER PIC X(1).
	02  partRecRate PIC 9(3)V99.
	02  FILLER PIC X(1).
	02  partRecSlot PIC 9(2).
	02  FILLER PIC X(1).
	02  partRecStatus PIC X(1).

*> Wide enough for the full detail line - sequence, operation code,
*> and four 30-byte string columns plus the solve-review flag; 132
*> silently truncated the tail of the SOLVED column.
	02  rstExcCount    PIC 9(3).
	02  rstSolveQCount PIC 9(3).
	02  rstDupCount    PIC 9(3).
	02  rstCycle       PIC 9(2).

*> Audit log - who ran the job, when, what shift, and a pass/fail
*> line per record (pass = ENCRYPT/DECRYPT round-tripped the record
	02  histExcCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histTruncated PIC X(1).
	*> Blank on records written before runs carried a cycle - those
	*> were all the date's first run, cycle 01.
	02  FILLER PIC X(1).
	02  histCycle PIC 9(2).
	*> R once BACKOUT has reversed the run, with the date it did so.
	02  FILLER PIC X(1).
	02  histReversed PIC X(1).
	02  FILLER PIC X(1).
	02  histRevDate PIC X(8).

*> Solve review queue - one line per ambiguous solve (confidence under
*> the review threshold, including outright no-matches), carrying the
FD  solveQFile.
01  solveQLine PIC X(210).

*> Permanent cipher-results master, keyed by run date + cycle +
*> sequence - one record per processed input message, written
*> alongside the audit detail.  CIPHINQ reads this layout back for
*> inquiries, so the two must stay in step.  The strings are the
*> whole message, up to ten 30-byte segments; rsltSegCount says how
*> many are in use.  rsltChgStamp is when the record was last
*> written or reposted (YYYYMMDDHHMMSS, clock time, not the run
*> date) - WHSEXTR feeds the warehouse everything stamped since its
*> last extract.
FD  rsltFile.
01  rsltRec.
	02  rsltKey.
		03  rsltRunDate PIC X(8).
		03  rsltCycle PIC 9(2).
		03  rsltSeq PIC 9(4).
	02  rsltOp PIC X(1).
	02  rsltPartner PIC X(4).
	02  rsltOriginal PIC X(300).
	02  rsltEncrypted PIC X(300).
	02  rsltDecrypted PIC X(300).
	02  rsltSolved PIC X(300).
	02  rsltShift PIC S9(4) SIGN LEADING SEPARATE.
	02  rsltAuditResult PIC X(4).
	02  rsltSegCount PIC 9(2).
	02  rsltChgStamp PIC X(14).

*> Results master control record, one per run date - what every
*> program that changes RSLFILE has posted for the date, all cycles
*> together.  The hashes are the column-weighted character sum of
*> each record's original and encrypted strings, kept modulo 10**9
*> so a record's share can be backed out again.  RSLVRFY recomputes
*> all of it from the master, so the layouts must stay in step.
FD  rsltCtlFile.
01  rctlRec.
	02  rctlRunDate PIC X(8).
	02  rctlRecCount PIC S9(7) SIGN LEADING SEPARATE.
	02  rctlOrigHash PIC 9(9).
	02  rctlEncHash PIC 9(9).
	02  rctlPassCount PIC S9(7) SIGN LEADING SEPARATE.
	02  rctlFailCount PIC S9(7) SIGN LEADING SEPARATE.
	02  rctlSkipCount PIC S9(7) SIGN LEADING SEPARATE.
	02  rctlUnsvCount PIC S9(7) SIGN LEADING SEPARATE.
	02  rctlDupCount PIC S9(7) SIGN LEADING SEPARATE.
	02  rctlOtherCount PIC S9(7) SIGN LEADING SEPARATE.
	02  rctlUpdDate PIC X(8).
	02  rctlUpdProgram PIC X(8).

*> One-page operations summary - run status, the night's counters,
*> and a plain-language line for everything behind a nonzero return

*> Duplicates report - one line per input record diverted because
*> the same text, partner, and operation code were already processed
*> inside the lookback window, with the prior run date, cycle, and
*> sequence so the earlier transmission can be pointed at.
FD  dupFile.
01  dupLine PIC X(132).

01 ctlFileStatus PIC X(2) VALUE "00".
01 keyFileStatus PIC X(2) VALUE "00".
01 keyFileEof PIC X(1) VALUE "N".
01 partFileStatus PIC X(2) VALUE "00".
01 partFileEof PIC X(1) VALUE "N".
01 reportFileStatus PIC X(2) VALUE "00".
01 rstFileStatus PIC X(2) VALUE "00".
01 audFileStatus PIC X(2) VALUE "00".
*> N when the results master could not be opened - the run carries on
*> without it rather than losing the night's ciphering.
01 rsltAvailable PIC X(1) VALUE "Y".

*> Control-total posting - ctlSign is +1 to post a record's share to
*> its date's RSLCTL record and -1 to back it out; rsltOnFile is Y
*> when the key being written is already on the master (a rerun).
01 rsltCtlFileStatus PIC X(2) VALUE "00".
01 rctlFound PIC X(1) VALUE "N".
01 rsltOnFile PIC X(1) VALUE "N".
01 ctlSign PIC S9(1) VALUE 1.
01 ctlToday PIC X(8) VALUE SPACES.
01 recOrigHash PIC 9(9) VALUE 0.
01 recEncHash PIC 9(9) VALUE 0.
01 HP PIC 9(3) VALUE 1.
01 opsumFileStatus PIC X(2) VALUE "00".
01 trlRptFileStatus PIC X(2) VALUE "00".

*> Duplicate-submission guard - on when the control card names a
*> lookback window and the override is not punched.  The browse
*> runs per record from the window's first date up to (and never
*> including) this run's own date and cycle, so a rerun of the
*> cycle never flags itself, while an off-cycle run resubmitting
*> the night's work does.
01 dupFileStatus PIC X(2) VALUE "00".
01 dupCheckOn PIC X(1) VALUE "N".
01 dupLookback PIC 9(3) VALUE 0.
01 dupFound PIC X(1) VALUE "N".
01 recIsDup PIC X(1) VALUE "N".
01 dupPriorDate PIC X(8) VALUE SPACES.
01 dupPriorCycle PIC 9(2) VALUE 0.
01 dupPriorSeq PIC 9(4) VALUE 0.
01 dupCount PIC 9(3) VALUE 0.

01 runDate PIC X(8) VALUE SPACES.
01 runTime PIC X(6) VALUE SPACES.
01 runUser PIC X(20) VALUE SPACES.

*> The run's cycle for its date - zero until assignRunCycle settles
*> it.  ctlCycle is the control card's (zero when not punched),
*> resumeCycle a restart checkpoint's, and highCycle the highest
*> cycle RSLFILE or AUDHIST already holds for the date, which an
*> automatic assignment goes one past.  cycleRerun is Y when the
*> card names a cycle that has already run.
01 runCycle PIC 9(2) VALUE 0.
01 ctlCycle PIC 9(2) VALUE 0.
01 resumeCycle PIC 9(2) VALUE 0.
01 highCycle PIC 9(2) VALUE 0.
01 cycleSource PIC X(7) VALUE SPACES.
01 cycleRerun PIC X(1) VALUE "N".
01 cycleBrowseDone PIC X(1) VALUE "N".
01 audHistEof PIC X(1) VALUE "N".
01 auditResult PIC X(4) VALUE SPACES.
01 passCount PIC 9(3) VALUE 0.
01 failCount PIC 9(3) VALUE 0.
*> while recCount itself stays the true count for loop control and
*> trailer reporting.
01 tableSize PIC 9(3) VALUE 1.
*> Each entry is a whole message - the detail's segment followed by
*> any C continuation segments, 30 bytes apiece, end to end.
01 testStrTable.
	02 testStrTb OCCURS 1 TO 200 TIMES DEPENDING ON tableSize INDEXED BY I.
		03 testStr PIC X(300) VALUE SPACES.

*> Segments in use for each testStrTb entry - 1 for a single-card
*> message, one more for every C continuation chained onto it.
01 maxSegCount PIC 9(2) VALUE 10.
01 segTable.
	02 recSegTb OCCURS 1 TO 200 TIMES DEPENDING ON tableSize
		PIC 9(2) VALUE 1.

*> The message the next C continuation chains onto - zero ahead of
*> the first detail and after every batch header or trailer, which
*> is what makes a continuation there an orphan.
01 lastDetail PIC 9(3) VALUE 0.

*> Flags the matching testStrTb entry as too long - Y when one of its
*> cards carried text past its 30-byte segment, L when it ran past
*> maxSegCount segments.  Set by loadForLoop, while the full
*> untruncated line is still available, and checked by
*> validateRecord, so a bad segment rejects the whole message.
01 badLenTable.
	02 badLen OCCURS 1 TO 200 TIMES DEPENDING ON tableSize
		PIC X(1) VALUE "N".
		03 keyShift PIC S9(4) VALUE 0.
		03 keyExpDate PIC X(8) VALUE SPACES.

*> Partner master, loaded once at start-up from PARTMAST - ID and
*> status only.  Sized to match what PARTMNT can write.
01 maxPartCount PIC 9(3) VALUE 200.
01 partCount PIC 9(3) VALUE 0.
01 partMasterTable.
	02 partEntryTb OCCURS 200 TIMES INDEXED BY P.
		03 partPartner PIC X(4) VALUE SPACES.
		03 partStatus PIC X(1) VALUE SPACE.
01 partFound PIC X(1) VALUE "N".
01 partFoundStatus PIC X(1) VALUE SPACE.

*> Encrypted String Table
01 eTestStrTable.
	02 eTestStrTb OCCURS 8 INDEXED BY J.
*> default whenever CTLFILE is absent or blank.
01 shiftDisplay PIC S9(4) SIGN LEADING SEPARATE.

01 tempStr PIC X(300) VALUE "".
01 encryptedStr PIC X(300) VALUE "".
01 decryptedStr PIC X(300) VALUE "".
01 solvedStr PIC X(300) VALUE "".

*> Shape of the message currently being processed - its segment
*> count, its length in bytes (segments x 30), and the segment being
*> printed on a + continuation line with its starting byte.
01 recSegs PIC 9(2) VALUE 1.
01 recLen PIC 9(3) VALUE 30.
01 SG PIC 9(2) VALUE 1.
01 segPos PIC 9(3) VALUE 1.

*> Y when the report's SOLVED column shows the solve itself, so the
*> + lines carry the rest of it - a *NO MATCH* or an unsolved record
*> leaves them blank.
01 solvedShown PIC X(1) VALUE "N".

*> Filled in by SOLVE on every call - how sure it is of solvedStr
*> (best candidate's matched words as a percentage of its words) and
01 solveInfo.
	02 solveConfidence PIC 9(3).
	02 solveTopEntry OCCURS 3 TIMES.
		03 solveTopStr PIC X(300).
		03 solveTopShift PIC 9(2).
		03 solveTopScore PIC 9(3).
	02 solveDictWords PIC 9(5).
01 lowConfLimit PIC 9(3) VALUE 50.
01 solveQCount PIC 9(3) VALUE 0.
01 solveInput PIC X(300) VALUE SPACES.
01 solvedDisplay PIC X(33) VALUE SPACES.
01 Q PIC 9(1) VALUE 1.

01 vsolveInfo.
	02 vsolveConfidence PIC 9(3).
	02 vsolveTopEntry OCCURS 3 TIMES.
		03 vsolveTopStr PIC X(300).
		03 vsolveTopKeyword PIC X(16).
		03 vsolveTopScore PIC 9(3).
	02 vsolveKeywords PIC 9(3).
		PERFORM captureRunInfo.
		PERFORM readCtlCard.
		PERFORM loadKeyFile.
		PERFORM loadPartnerMaster.
		PERFORM loadInFile.
		*> A trial run stops here after its edit pass - the masters,
		*> checkpoints, and work queues belong to the real night run.
		IF trialMode = "Y" THEN
			PERFORM assignRunCycle
			PERFORM runTrialPass
			MOVE runRc TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM readRestartFile.
		PERFORM assignRunCycle.
		PERFORM openReportFile.
		PERFORM openAuditFile.
		PERFORM primeSolver.
			IF ctlLine(38:1) = "Y" THEN
				MOVE "Y" TO dupOverride
			END-IF
			IF ctlLine(40:2) NOT = SPACES THEN
				IF ctlLine(40:2) IS NUMERIC AND ctlLine(40:2) NOT = "00" THEN
					MOVE ctlLine(40:2) TO ctlCycle
				ELSE
					DISPLAY "IDEONE: unusable run cycle on control card, "
						"assigning the next cycle for the date"
				END-IF
			END-IF
		ELSE
			DISPLAY "IDEONE: no CTLFILE control card found, using default shift"
			MOVE "Y" TO ctlErrorFlag
			MOVE keyRecExpDate TO keyExpDate(keyCount)
		END-IF.

	*> A missing PARTMAST is treated like a missing KEYFILE - the run
	*> goes on, and every record that names a partner is diverted by
	*> checkPartnerStatus, since nothing says that partner may be
	*> worked.  Records with no partner are unaffected.
	loadPartnerMaster.
		OPEN INPUT partFile.
		IF partFileStatus = "00" THEN
			PERFORM partLoadLoop
				UNTIL partFileEof = "Y" OR partCount = maxPartCount
			IF partCount = maxPartCount AND partFileEof NOT = "Y" THEN
				DISPLAY "IDEONE: PARTMAST exceeds the " maxPartCount
					"-partner capacity, partners past " maxPartCount
					" were not loaded"
			END-IF
			CLOSE partFile
		ELSE
			DISPLAY "IDEONE: no PARTMAST partner master found, "
				"partner records will be diverted"
		END-IF.
		DISPLAY "Partners Loaded: " partCount.

	partLoadLoop.
		ADD 1 TO partCount.
		READ partFile
			AT END
				SUBTRACT 1 FROM partCount
				MOVE "Y" TO partFileEof.
		IF partFileEof NOT = "Y" THEN
			MOVE partRecPartner TO partPartner(partCount)
			MOVE partRecStatus TO partStatus(partCount)
		END-IF.

	*> A partner must be on the master and active before any of its
	*> work is done - checked ahead of the key lookup, so a suspended
	*> partner is reported as suspended even when its key is good.
	checkPartnerStatus.
		MOVE "N" TO partFound.
		MOVE SPACE TO partFoundStatus.
		PERFORM partSearchLoop VARYING P FROM 1 BY 1
			UNTIL P > partCount OR partFound = "Y".
		IF partFound NOT = "Y" THEN
			MOVE "N" TO validFlag
			MOVE SPACES TO excReason
			STRING "UNKNOWN PARTNER " DELIMITED BY SIZE
					recPartner DELIMITED BY SIZE
					" - NOT ON PARTMAST" DELIMITED BY SIZE
				INTO excReason
		ELSE
			IF partFoundStatus NOT = "A" THEN
				MOVE "N" TO validFlag
				MOVE SPACES TO excReason
				STRING "PARTNER " DELIMITED BY SIZE
						recPartner DELIMITED BY SIZE
						" SUSPENDED ON PARTMAST" DELIMITED BY SIZE
					INTO excReason
			END-IF
		END-IF.

	partSearchLoop.
		IF partPartner(P) = recPartner THEN
			MOVE "Y" TO partFound
			MOVE partStatus(P) TO partFoundStatus
		END-IF.

	*> Pick the key for recPartner as of keyAsOfDate - the greatest
	*> effective date at or before it whose expiry (if any) had not
	*> passed on that date.  An expired key is therefore still found
			PERFORM writeOpsSummary
			MOVE runRc TO RETURN-CODE
			STOP RUN.
		*> The capacity test lives in loadForLoop - the last message
		*> that fits must still collect its continuation records, so
		*> only a message that would need a slot past maxRecCount
		*> truncates the load.
		PERFORM loadForLoop UNTIL inFileEof = "Y" OR inFileTruncated = "Y".
		IF inFileTruncated = "Y" THEN
			DISPLAY "IDEONE: INFILE exceeds the " maxRecCount
				"-record capacity, records past " maxRecCount " were not loaded"
		END-IF.
		CLOSE inFile.

	loadForLoop.
		READ inFile INTO rawLine
			AT END
				MOVE "Y" TO inFileEof.
		IF inFileEof NOT = "Y" THEN
			*> Batch records are bookkeeping, not work - they never
			*> take a table slot or a sequence number, and neither
			*> does a continuation of a message already loaded.
			EVALUATE TRUE
				WHEN rawLine(1:1) = "B"
					PERFORM noteBatchHeader
				WHEN rawLine(1:1) = "T"
					PERFORM noteBatchTrailer
				WHEN rawLine(1:1) = "C" AND lastDetail > 0
					PERFORM loadContinuationRecord
				WHEN recCount = maxRecCount
					MOVE "Y" TO inFileTruncated
				WHEN OTHER
					ADD 1 TO recCount
					PERFORM loadDetailRecord
			END-EVALUATE
		END-IF.

	*> An orphan continuation (no detail ahead of it in its batch)
	*> lands here too, as a message of its own with operation code C,
	*> which validateRecord rejects - any continuations after it chain
	*> onto it, so the whole headless message goes out as one reject.
	loadDetailRecord.
		IF recCount > tableSize THEN
			MOVE recCount TO tableSize
		END-IF.
		MOVE recCount TO lastDetail.
		MOVE 1 TO recSegTb(recCount).
		MOVE "N" TO badLen(recCount).
		MOVE rawLine(1:1) TO opCode(recCount).
		IF opCode(recCount) = SPACE THEN
			MOVE "R" TO opCode(recCount)
			MOVE recCount TO batchEnd(currentBatch)
		END-IF.

	*> Lay the segment on the end of the message it continues.  Past
	*> maxSegCount the text has nowhere to go, and anything past
	*> column 37 overran its segment - either way the whole message
	*> is flagged, never just the piece.
	loadContinuationRecord.
		IF recSegTb(lastDetail) < maxSegCount THEN
			ADD 1 TO recSegTb(lastDetail)
			COMPUTE segPos = (recSegTb(lastDetail) - 1) * 30 + 1
			MOVE rawLine(8:30) TO testStr(lastDetail)(segPos:30)
		ELSE
			MOVE "L" TO badLen(lastDetail)
		END-IF.
		IF rawLine(38:63) NOT = SPACES AND badLen(lastDetail) = "N" THEN
			MOVE "Y" TO badLen(lastDetail)
		END-IF.

	*> A header with the prior batch still open just starts the new
	*> one - the missing trailer is flagged when the counts are
	*> proved, not lost.
	noteBatchHeader.
		MOVE 0 TO lastDetail.
		MOVE 0 TO currentBatch.
		IF batchCount < maxBatchCount THEN
			ADD 1 TO batchCount
		END-IF.

	noteBatchTrailer.
		MOVE 0 TO lastDetail.
		IF currentBatch = 0 THEN
			MOVE "Y" TO batchErrFlag
			DISPLAY "IDEONE: batch trailer for department " rawLine(3:2)
		COMPUTE startIndex = lastCheckpoint + 1.
		IF startIndex > 1 THEN
			DISPLAY "IDEONE: resuming after checkpoint, starting at record " startIndex
		ELSE
			MOVE 0 TO resumeCycle
		END-IF.
		OPEN OUTPUT rstFile.

	*> The control card's cycle first, then the cycle a restart is
	*> resuming, then the next cycle after the highest already
	*> recorded for the date.  A card cycle that has already run is
	*> a deliberate rerun of it - its results are rewritten in place,
	*> the way every same-date rerun behaved before runs had cycles -
	*> and OPSUM says so.
	assignRunCycle.
		PERFORM findHighCycle.
		EVALUATE TRUE
			WHEN ctlCycle > 0
				MOVE ctlCycle TO runCycle
				MOVE "CARD" TO cycleSource
				IF ctlCycle <= highCycle AND ctlCycle NOT = resumeCycle THEN
					MOVE "Y" TO cycleRerun
				END-IF
			WHEN resumeCycle > 0
				MOVE resumeCycle TO runCycle
				MOVE "RESTART" TO cycleSource
			WHEN highCycle < 99
				COMPUTE runCycle = highCycle + 1
				MOVE "AUTO" TO cycleSource
			WHEN OTHER
				MOVE 99 TO runCycle
				MOVE "AUTO" TO cycleSource
				MOVE "Y" TO cycleRerun
				DISPLAY "IDEONE: all 99 cycles used for " runDate
					", rerunning cycle 99"
		END-EVALUATE.
		DISPLAY "Run Cycle: " runCycle " (" cycleSource ")".

	*> Both places a run leaves its cycle are looked at - a run whose
	*> results master would not open still appended its AUDHIST
	*> record, and its cycle is just as used.  An AUDHIST record cut
	*> before runs carried a cycle was the date's cycle 01.  A run
	*> BACKOUT reversed has left the master and no longer holds its
	*> cycle.  Status 05 on either open is the OPTIONAL file not
	*> existing yet.
	findHighCycle.
		MOVE 0 TO highCycle.
		OPEN INPUT rsltFile.
		IF rsltFileStatus = "00" OR rsltFileStatus = "05" THEN
			MOVE "N" TO cycleBrowseDone
			MOVE runDate TO rsltRunDate
			MOVE 0 TO rsltCycle
			MOVE 0 TO rsltSeq
			START rsltFile KEY NOT LESS THAN rsltKey
				INVALID KEY
					MOVE "Y" TO cycleBrowseDone
			END-START
			PERFORM cycleBrowseLoop UNTIL cycleBrowseDone = "Y"
			CLOSE rsltFile
		END-IF.
		MOVE "N" TO audHistEof.
		OPEN INPUT audHistFile.
		IF audHistFileStatus = "00" OR audHistFileStatus = "05" THEN
			PERFORM histCycleLoop UNTIL audHistEof = "Y"
			CLOSE audHistFile
		END-IF.

	cycleBrowseLoop.
		READ rsltFile NEXT
			AT END
				MOVE "Y" TO cycleBrowseDone
			NOT AT END
				IF rsltRunDate = runDate THEN
					IF rsltCycle > highCycle THEN
						MOVE rsltCycle TO highCycle
					END-IF
				ELSE
					MOVE "Y" TO cycleBrowseDone
				END-IF
		END-READ.

	histCycleLoop.
		READ audHistFile
			AT END
				MOVE "Y" TO audHistEof.
		IF audHistEof NOT = "Y" AND histRunDate = runDate AND
				histReversed NOT = "R" THEN
			IF histCycle IS NUMERIC THEN
				IF histCycle > highCycle THEN
					MOVE histCycle TO highCycle
				END-IF
			ELSE
				IF highCycle < 1 THEN
					MOVE 1 TO highCycle
				END-IF
			END-IF
		END-IF.

	restartForLoop.
		READ rstFile
			AT END
			MOVE rstExcCount TO excCount
			MOVE rstSolveQCount TO solveQCount
			MOVE rstDupCount TO dupCount
			*> A checkpoint cut before runs carried a cycle has none -
			*> the run it resumes was the date's first.
			IF rstCycle IS NUMERIC THEN
				MOVE rstCycle TO resumeCycle
			ELSE
				MOVE 1 TO resumeCycle
			END-IF
		END-IF.

	*> On a fresh run this opens RPTFILE/AUDFILE/EXCFILE OUTPUT and
				cipherName DELIMITED BY SIZE
				"  SHIFT: " DELIMITED BY SIZE
				shiftDisplay DELIMITED BY SIZE
				"  RUN " DELIMITED BY SIZE
				runDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				runCycle DELIMITED BY SIZE
			INTO reportLine.
		WRITE reportLine.
		MOVE SPACES TO reportLine.
				cipherName DELIMITED BY SIZE
				"  SHIFT: " DELIMITED BY SIZE
				shiftDisplay DELIMITED BY SIZE
				"  CYCLE " DELIMITED BY SIZE
				runCycle DELIMITED BY SIZE
			INTO audLine.
		WRITE audLine.
		MOVE SPACES TO audLine.
				INTO solveQLine
			WRITE solveQLine
			MOVE SPACES TO solveQLine
			STRING "RUN DATECYSEQ  INPUT                           CONF" DELIMITED BY SIZE
					"  CANDIDATE 1                    KEY              SCR" DELIMITED BY SIZE
					"  CANDIDATE 2                    KEY              SCR" DELIMITED BY SIZE
					"  CANDIDATE 3                    KEY              SCR" DELIMITED BY SIZE
			WRITE solveQLine
		END-IF.

	*> Each detail carries its own run date and cycle ahead of the
	*> SEQ - the queue holds several nights at once (SOLVEREV carries
	*> unworked items forward and the dataset is cut DISP=MOD), and
	*> the SEQ alone restarts at 1 every run, so run date + cycle +
	*> SEQ is the only identity a decision card can safely match on.
	*> The cycle sits in columns 9-10, which were blank, so a + line
	*> (blank 1-9) still reads as one.
	writeSolveQueueDetail.
		ADD 1 TO solveQCount.
		MOVE I TO reportSeq.
		MOVE SPACES TO solveQLine.
		STRING runDate DELIMITED BY SIZE
				runCycle DELIMITED BY SIZE
				reportSeq DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				solveInput(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				solveConfidence DELIMITED BY SIZE
			INTO solveQLine.
		PERFORM queueCandidateForLoop VARYING Q FROM 1 BY 1 UNTIL Q > 3.
		WRITE solveQLine.
		PERFORM writeSolveQueueContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > recSegs.

	*> A multi-segment message's further segments ride + lines under
	*> the detail - blank run date, + in column 10, the SEQ again,
	*> and each segment of the input and the three candidates in the
	*> detail's own columns - so SOLVEREV can put the whole message
	*> back together and post a whole candidate, never a piece.
	writeSolveQueueContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO solveQLine.
		MOVE "+" TO solveQLine(10:1).
		MOVE reportSeq TO solveQLine(11:4).
		MOVE solveInput(segPos:30) TO solveQLine(17:30).
		MOVE solveTopStr(1)(segPos:30) TO solveQLine(54:30).
		MOVE solveTopStr(2)(segPos:30) TO solveQLine(107:30).
		MOVE solveTopStr(3)(segPos:30) TO solveQLine(160:30).
		WRITE solveQLine.

	*> Tack each candidate onto the line in its fixed 53-byte slot.
	*> The KEY column carries whichever kind of key produced the
			MOVE solveTopShift(Q) TO queueKeyDisplay(1:2)
		END-IF.
		STRING "  " DELIMITED BY SIZE
				solveTopStr(Q)(1:30) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				queueKeyDisplay DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				INTO dupLine
			WRITE dupLine
			MOVE SPACES TO dupLine
			STRING "SEQ   OP PART  ORIGINAL                        PRIOR RUN   CY  SEQ" DELIMITED BY SIZE
				INTO dupLine
			WRITE dupLine
		END-IF.
		MOVE SPACES TO trlRptLine.
		STRING "TRIAL RUN " DELIMITED BY SIZE
				runDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				runCycle DELIMITED BY SIZE
				" - NOTHING POSTED    CIPHER: " DELIMITED BY SIZE
				cipherName DELIMITED BY SIZE
				"  SHIFT: " DELIMITED BY SIZE
	trialForLoop.
		MOVE testStr(I) TO tempStr.
		MOVE I TO recIdx.
		MOVE recSegTb(recIdx) TO recSegs.
		COMPUTE recLen = recSegs * 30.
		MOVE opCode(recIdx) TO recOp.
		MOVE recPartnerTb(recIdx) TO recPartner.
		MOVE recAsOfTb(recIdx) TO recAsOf.
		MOVE shiftAmount TO recShift.
		PERFORM validateRecord.
		IF validFlag = "Y" AND recPartner NOT = SPACES THEN
			PERFORM checkPartnerStatus
		END-IF.
		IF validFlag = "Y" AND recOp NOT = "S" AND cipherType NOT = "V" THEN
			PERFORM resolveRecordShift
		END-IF.
				ADD 1 TO trialDupCount
				STRING "WOULD DIVERT - DUPLICATE OF " DELIMITED BY SIZE
						dupPriorDate DELIMITED BY SIZE
						" CYCLE " DELIMITED BY SIZE
						dupPriorCycle DELIMITED BY SIZE
						" SEQ " DELIMITED BY SIZE
						dupPriorSeq DELIMITED BY SIZE
					INTO trialVerdict
				"  " DELIMITED BY SIZE
				recOp DELIMITED BY SIZE
				"   " DELIMITED BY SIZE
				tempStr(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				trialVerdict DELIMITED BY SIZE
			INTO trlRptLine.
		WRITE trlRptLine.
		PERFORM writeTrialContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > recSegs.

	*> The rest of a multi-segment message, one + line per segment
	*> under the ORIGINAL column - the verdict is for the message.
	writeTrialContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO trlRptLine.
		MOVE "+" TO trlRptLine(5:1).
		MOVE tempStr(segPos:30) TO trlRptLine(11:30).
		WRITE trlRptLine.

	iForLoop.
		MOVE testStr(I) TO tempStr.
		MOVE I TO recIdx.
		MOVE recSegTb(recIdx) TO recSegs.
		COMPUTE recLen = recSegs * 30.
		MOVE opCode(recIdx) TO recOp.
		MOVE recPartnerTb(recIdx) TO recPartner.
		MOVE recAsOfTb(recIdx) TO recAsOf.
		MOVE SPACES TO encryptedStr.
		MOVE SPACES TO decryptedStr.
		MOVE SPACES TO solvedStr.
		DISPLAY "Original String: " tempStr(1:recLen).

		PERFORM validateRecord.
		*> A partner not active on PARTMAST gets no work of any kind -
		*> encrypt, decrypt, or solve, Caesar or Vigenere.
		IF validFlag = "Y" AND recPartner NOT = SPACES THEN
			PERFORM checkPartnerStatus
		END-IF.
		*> A solve-only record is brute-forced precisely because its
		*> key is unknown, so it never needs a key resolved.  On a
		*> Vigenere night the control-card keyword is the key, so the
	checkDuplicate.
		MOVE "N" TO dupBrowseDone.
		MOVE lookbackDate TO rsltRunDate.
		MOVE 0 TO rsltCycle.
		MOVE 0 TO rsltSeq.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
			AT END
				MOVE "Y" TO dupBrowseDone
			NOT AT END
				IF rsltRunDate > runDate OR
						(rsltRunDate = runDate AND rsltCycle >= runCycle) THEN
					MOVE "Y" TO dupBrowseDone
				ELSE
					IF rsltOriginal = tempStr AND
							rsltAuditResult NOT = "DUP " THEN
						MOVE "Y" TO dupFound
						MOVE rsltRunDate TO dupPriorDate
						MOVE rsltCycle TO dupPriorCycle
						MOVE rsltSeq TO dupPriorSeq
						MOVE "Y" TO dupBrowseDone
					END-IF
		END-READ.

	*> Fixed columns on the exception-report pattern - the prior run
	*> date, cycle, and sequence point straight at the earlier
	*> transmission a partner would have already received.
	writeDuplicateDetail.
		ADD 1 TO dupCount.
		MOVE I TO reportSeq.
				"  " DELIMITED BY SIZE
				recPartner DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				tempStr(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				dupPriorDate DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				dupPriorCycle DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				dupPriorSeq DELIMITED BY SIZE
			INTO dupLine.
		WRITE dupLine.
		PERFORM writeDuplicateContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > recSegs.

	*> Further segments on + lines, text in the detail's columns 16-45.
	writeDuplicateContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO dupLine.
		MOVE "+" TO dupLine(5:1).
		MOVE tempStr(segPos:30) TO dupLine(16:30).
		WRITE dupLine.

	writeDuplicateTrailer.
		MOVE SPACES TO dupLine.
		ELSE
			CALL "ENCRYPT" USING tempStr, recShift, encryptedStr
		END-IF.
		DISPLAY "Encrypted String: "  encryptedStr(1:recLen).

	*> A decrypt-only record carries ciphertext in the input string
	*> itself; a round-trip record decrypts what encryptRecord just
				CALL "DECRYPT" USING encryptedStr, recShift, decryptedStr
			END-IF
		END-IF.
		DISPLAY "Decrypted String: " decryptedStr(1:recLen).

	*> Same split for solve-only - the unknown-key ciphertext is the
	*> input string, not something this run encrypted.
					recOp DELIMITED BY SIZE
				INTO excReason
		END-IF.
		*> loadForLoop only files a C record as its own entry when there
		*> was no message ahead of it in the batch to chain onto.
		IF recOp = "C" THEN
			MOVE SPACES TO excReason
			STRING "CONTINUATION WITH NO MESSAGE AHEAD OF IT" DELIMITED BY SIZE
				INTO excReason
		END-IF.
		IF recAsOf NOT = SPACES AND recAsOf IS NOT NUMERIC THEN
			MOVE "N" TO validFlag
			MOVE SPACES TO excReason
		END-IF.
		*> Checked after the as-of date on purpose - text that overran
		*> its 30 bytes spills into the as-of columns, and the length
		*> problem is the one worth reporting.  Either length problem
		*> on any one segment rejects the whole message.
		IF badLen(recIdx) = "Y" THEN
			MOVE "N" TO validFlag
			MOVE SPACES TO excReason
			STRING "SEGMENT EXCEEDS 30 CHARACTERS" DELIMITED BY SIZE INTO excReason
		END-IF.
		IF badLen(recIdx) = "L" THEN
			MOVE "N" TO validFlag
			MOVE SPACES TO excReason
			STRING "MESSAGE EXCEEDS 300 CHARACTERS" DELIMITED BY SIZE INTO excReason
		END-IF.
		*> STRING leaves whatever a longer, earlier reason put past the
		*> new text in place, so clear the field before each overwrite -
			STRING "BLANK INPUT" DELIMITED BY SIZE INTO excReason
		END-IF.
		IF validFlag = "Y" THEN
			PERFORM charCheckForLoop VARYING V FROM 1 BY 1 UNTIL V > recLen
		END-IF.

	charCheckForLoop.
	*> columns 10-13, the original text in 16-45, the record's as-of
	*> date in 48-55, the reason from 58.  The as-of rides along so a
	*> repaired historical record still decrypts under its own key
	*> after requeue instead of under today's.  A multi-segment
	*> message's further segments follow on + lines - blank sequence,
	*> + in column 5, the segment in columns 16-45 - and EXCFIX reads
	*> the whole message back as one.
	writeExceptionDetail.
		ADD 1 TO excCount.
		MOVE I TO reportSeq.
				"  " DELIMITED BY SIZE
				recPartner DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				tempStr(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				recAsOf DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				excReason DELIMITED BY SIZE
			INTO excLine.
		WRITE excLine.
		PERFORM writeExceptionContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > recSegs.

	writeExceptionContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO excLine.
		MOVE "+" TO excLine(5:1).
		MOVE tempStr(segPos:30) TO excLine(16:30).
		WRITE excLine.

	writeCheckpoint.
		MOVE I TO rstIndex.
		MOVE excCount TO rstExcCount.
		MOVE solveQCount TO rstSolveQCount.
		MOVE dupCount TO rstDupCount.
		MOVE runCycle TO rstCycle.
		WRITE rstLine.

	openResultMaster.
			MOVE "Y" TO rsltErrorFlag
			DISPLAY "IDEONE: unable to open RSLFILE results master, status "
				rsltFileStatus ", results not recorded"
		ELSE
			PERFORM openResultControl
		END-IF.

	*> A master record nobody posted to its controls would read as
	*> tampering on the next verification, so without RSLCTL the
	*> master is left alone exactly as if it had not opened.
	openResultControl.
		ACCEPT ctlToday FROM DATE YYYYMMDD.
		OPEN I-O rsltCtlFile.
		IF rsltCtlFileStatus NOT = "00" AND rsltCtlFileStatus NOT = "05" THEN
			CLOSE rsltFile
			MOVE "N" TO rsltAvailable
			MOVE "Y" TO rsltErrorFlag
			DISPLAY "IDEONE: unable to open RSLCTL results controls, status "
				rsltCtlFileStatus ", results not recorded"
		END-IF.

	closeResultMaster.
		IF rsltAvailable = "Y" THEN
			CLOSE rsltFile
			CLOSE rsltCtlFile
		END-IF.

	*> One master record per processed input record, keyed by run date,
	*> cycle, and sequence - a rerun of the same cycle rewrites its own
	*> records in place instead of failing on duplicates, and another
	*> cycle the same day writes beside them.
	*> A rewrite backs the old record's share out of the date's
	*> controls before the new record's share goes in, so a rerun
	*> leaves the controls holding each key exactly once.
	writeResultMaster.
		MOVE SPACES TO rsltRec.
		MOVE runDate TO rsltRunDate.
		MOVE runCycle TO rsltCycle.
		MOVE reportSeq TO rsltSeq.
		MOVE "N" TO rsltOnFile.
		READ rsltFile
			INVALID KEY
				MOVE "N" TO rsltOnFile
			NOT INVALID KEY
				MOVE "Y" TO rsltOnFile
				MOVE -1 TO ctlSign
				PERFORM postResultControl
		END-READ.
		MOVE SPACES TO rsltRec.
		MOVE runDate TO rsltRunDate.
		MOVE runCycle TO rsltCycle.
		MOVE reportSeq TO rsltSeq.
		MOVE recOp TO rsltOp.
		MOVE recPartner TO rsltPartner.
		MOVE solvedStr TO rsltSolved.
		MOVE recShift TO rsltShift.
		MOVE auditResult TO rsltAuditResult.
		MOVE recSegs TO rsltSegCount.
		MOVE Function CURRENT-DATE(1:14) TO rsltChgStamp.
		IF rsltOnFile = "Y" THEN
			REWRITE rsltRec
		ELSE
			WRITE rsltRec
		END-IF.
		MOVE 1 TO ctlSign.
		PERFORM postResultControl.

	*> Adds (ctlSign +1) or backs out (-1) the current rsltRec's share
	*> of its run date's control record, creating the record for the
	*> date's first posting.
	postResultControl.
		PERFORM computeResultHash.
		MOVE rsltRunDate TO rctlRunDate.
		MOVE "Y" TO rctlFound.
		READ rsltCtlFile
			INVALID KEY
				MOVE "N" TO rctlFound
		END-READ.
		IF rctlFound = "N" THEN
			MOVE rsltRunDate TO rctlRunDate
			MOVE 0 TO rctlRecCount
			MOVE 0 TO rctlOrigHash
			MOVE 0 TO rctlEncHash
			MOVE 0 TO rctlPassCount
			MOVE 0 TO rctlFailCount
			MOVE 0 TO rctlSkipCount
			MOVE 0 TO rctlUnsvCount
			MOVE 0 TO rctlDupCount
			MOVE 0 TO rctlOtherCount
		END-IF.
		COMPUTE rctlRecCount = rctlRecCount + ctlSign.
		COMPUTE rctlOrigHash = Function MOD(rctlOrigHash
			+ ctlSign * recOrigHash + 1000000000, 1000000000).
		COMPUTE rctlEncHash = Function MOD(rctlEncHash
			+ ctlSign * recEncHash + 1000000000, 1000000000).
		EVALUATE rsltAuditResult
			WHEN "PASS"
				COMPUTE rctlPassCount = rctlPassCount + ctlSign
			WHEN "FAIL"
				COMPUTE rctlFailCount = rctlFailCount + ctlSign
			WHEN "SKIP"
				COMPUTE rctlSkipCount = rctlSkipCount + ctlSign
			WHEN "UNSV"
				COMPUTE rctlUnsvCount = rctlUnsvCount + ctlSign
			WHEN "DUP "
				COMPUTE rctlDupCount = rctlDupCount + ctlSign
			WHEN OTHER
				COMPUTE rctlOtherCount = rctlOtherCount + ctlSign
		END-EVALUATE.
		MOVE ctlToday TO rctlUpdDate.
		MOVE "IDEONE" TO rctlUpdProgram.
		IF rctlFound = "Y" THEN
			REWRITE rctlRec
				INVALID KEY
					DISPLAY "IDEONE: RSLCTL rewrite failed for "
						rctlRunDate ", status " rsltCtlFileStatus
			END-REWRITE
		ELSE
			WRITE rctlRec
				INVALID KEY
					DISPLAY "IDEONE: RSLCTL write failed for "
						rctlRunDate ", status " rsltCtlFileStatus
			END-WRITE
		END-IF.

	*> Column-weighted sum of the non-space characters, so a changed,
	*> dropped, or transposed character all move the hash - the same
	*> arithmetic RSLVRFY uses to recompute it.
	computeResultHash.
		MOVE 0 TO recOrigHash.
		MOVE 0 TO recEncHash.
		PERFORM resultHashLoop VARYING HP FROM 1 BY 1 UNTIL HP > 300.

	resultHashLoop.
		IF rsltOriginal(HP:1) NOT = SPACE THEN
			COMPUTE recOrigHash = Function MOD(recOrigHash
				+ Function ORD(rsltOriginal(HP:1)) * HP, 1000000000)
		END-IF.
		IF rsltEncrypted(HP:1) NOT = SPACE THEN
			COMPUTE recEncHash = Function MOD(recEncHash
				+ Function ORD(rsltEncrypted(HP:1)) * HP, 1000000000)
		END-IF.

	*> The round-trip check only applies to "R" records - an encrypt-,
	*> decrypt-, or solve-only record has nothing to compare against
		MOVE SPACES TO audLine.
		STRING reportSeq DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				tempStr(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				auditResult DELIMITED BY SIZE
			INTO audLine.
		WRITE audLine.
		PERFORM writeAuditContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > recSegs.
		IF rsltAvailable = "Y" THEN
			PERFORM writeResultMaster
		END-IF.

	*> One result per message - the + lines carry only the text, so
	*> the trailer's counts stay one per message too.
	writeAuditContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO audLine.
		MOVE "+" TO audLine(5:1).
		MOVE tempStr(segPos:30) TO audLine(7:30).
		WRITE audLine.

	*> The SOLVED column never shows a no-match as if it were a clean
	*> answer - a zero-confidence solve prints *NO MATCH* and one
	*> under the review threshold carries a ? flag pointing at the
	*> previous record left behind.
	writeReportDetail.
		MOVE SPACES TO solvedDisplay.
		MOVE "N" TO solvedShown.
		IF validFlag = "Y" AND recIsDup NOT = "Y" AND
				(recOp = "S" OR recOp = "R") THEN
			EVALUATE TRUE
				WHEN solveConfidence = 0
					MOVE "*NO MATCH*" TO solvedDisplay
				WHEN solveConfidence < lowConfLimit
					STRING solvedStr(1:30) DELIMITED BY SIZE
							" ?" DELIMITED BY SIZE
						INTO solvedDisplay
					MOVE "Y" TO solvedShown
				WHEN OTHER
					MOVE solvedStr(1:30) TO solvedDisplay
					MOVE "Y" TO solvedShown
			END-EVALUATE
		END-IF.
		MOVE I TO reportSeq.
				"  " DELIMITED BY SIZE
				recOp DELIMITED BY SIZE
				"   " DELIMITED BY SIZE
				tempStr(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				encryptedStr(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				decryptedStr(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				solvedDisplay DELIMITED BY SIZE
			INTO reportLine.
		WRITE reportLine.
		PERFORM writeReportContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > recSegs.

	*> The rest of a multi-segment message - blank sequence, + in
	*> column 5, and each column's next segment under the detail's.
	writeReportContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO reportLine.
		MOVE "+" TO reportLine(5:1).
		MOVE tempStr(segPos:30) TO reportLine(11:30).
		MOVE encryptedStr(segPos:30) TO reportLine(43:30).
		MOVE decryptedStr(segPos:30) TO reportLine(75:30).
		IF solvedShown = "Y" THEN
			MOVE solvedStr(segPos:30) TO reportLine(107:30)
		END-IF.
		WRITE reportLine.

	writeReportTrailer.
		MOVE SPACES TO reportLine.
		MOVE 0 TO rstExcCount.
		MOVE 0 TO rstSolveQCount.
		MOVE 0 TO rstDupCount.
		MOVE 0 TO rstCycle.
		WRITE rstLine.
		CLOSE rstFile.

			MOVE skipCount TO histSkipCount
			MOVE excCount TO histExcCount
			MOVE inFileTruncated TO histTruncated
			MOVE runCycle TO histCycle
			WRITE audHistRec
			CLOSE audHistFile
		ELSE
				runDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				runTime DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				runCycle DELIMITED BY SIZE
				"  PROCESSED: " DELIMITED BY SIZE
				recCount DELIMITED BY SIZE
				"  PASS: " DELIMITED BY SIZE
			WRITE opsumLine
		END-IF.
		IF rsltErrorFlag = "Y" THEN
			MOVE "RSLFILE OR RSLCTL COULD NOT BE OPENED - RESULTS NOT RECORDED"
				TO opsumLine
			WRITE opsumLine
		END-IF.
		IF cycleRerun = "Y" THEN
			MOVE SPACES TO opsumLine
			STRING "CYCLE " DELIMITED BY SIZE
					runCycle DELIMITED BY SIZE
					" HAD ALREADY RUN FOR " DELIMITED BY SIZE
					runDate DELIMITED BY SIZE
					" - ITS RESULTS WERE REWRITTEN" DELIMITED BY SIZE
				INTO opsumLine
			WRITE opsumLine
		END-IF.
		IF failCount > 0 THEN
			MOVE "ROUND-TRIP FAILURES PRESENT - SEE AUDIT LOG"
				TO opsumLine
*>   2026-08-09  RP   Replace the boundary IF-chain with a general
*>                    modulo wrap, and extend it to lowercase a-z and
*>                    digits 0-9, each wrapping within its own range.
*>   2026-10-15  RP   Widen the strings to 300 bytes so a multi-
*>                    segment message is ciphered as one unit.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 asciiVal PIC 9(3).
01 newAsciiVal PIC 9(3).

01 E PIC 9(3) VALUE 1.
01 len PIC 9(3) VALUE 0.

LINKAGE SECTION.
01 tempStr PIC X(300).
01 shiftAmount PIC S9(4).
01 encryptedStr PIC X(300).

PROCEDURE DIVISION USING tempStr, shiftAmount, encryptedStr.
	begin.
*>                    permanently flipped the caller's shift key for
*>                    every iteration after the first. Negate a local
*>                    copy instead.
*>   2026-10-15  RP   Widen the strings to 300 bytes so a multi-
*>                    segment message is ciphered as one unit.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 newAsciiVal PIC 9(3).
01 decryptShift PIC S9(4).

01 D PIC 9(3) VALUE 1.
01 len PIC 9(3) VALUE 0.

LINKAGE SECTION.
01 encryptedStr PIC X(300).
01 shiftAmount PIC S9(4).
01 decryptedStr PIC X(300).

PROCEDURE DIVISION USING encryptedStr, shiftAmount, decryptedStr.
	begin.
*>                    exactly as the Caesar subprograms do. The keyword
*>                    only advances past characters that were actually
*>                    enciphered, so spaces don't eat keyword letters.
*>   2026-10-15  RP   Widen the strings to 300 bytes so a multi-
*>                    segment message is ciphered as one unit.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 kwLen PIC 9(2) VALUE 0.
01 kwIdx PIC 9(2) VALUE 1.

01 E PIC 9(3) VALUE 1.
01 len PIC 9(3) VALUE 0.

LINKAGE SECTION.
01 tempStr PIC X(300).
01 keyword PIC X(16).
01 encryptedStr PIC X(300).

PROCEDURE DIVISION USING tempStr, keyword, encryptedStr.
	begin.
*>                    through the keyword the same way so the two
*>                    subprograms stay in step over pass-through
*>                    characters.
*>   2026-10-15  RP   Widen the strings to 300 bytes so a multi-
*>                    segment message is ciphered as one unit.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 kwLen PIC 9(2) VALUE 0.
01 kwIdx PIC 9(2) VALUE 1.

01 D PIC 9(3) VALUE 1.
01 len PIC 9(3) VALUE 0.

LINKAGE SECTION.
01 encryptedStr PIC X(300).
01 keyword PIC X(16).
01 decryptedStr PIC X(300).

PROCEDURE DIVISION USING encryptedStr, keyword, decryptedStr.
	begin.
*>                    the dictionary now returns spaces and confidence
*>                    zero instead of silently handing back whichever
*>                    candidate happened to be in bestStr.
*>   2026-10-15  RP   Whole-message solves - the strings are 300 bytes
*>                    so a multi-segment message is scored as one
*>                    unit, and scoreCandidate walks the candidate a
*>                    token at a time with a pointer instead of
*>                    UNSTRINGing into a fixed 15-entry word table.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 shiftAmount PIC S9(4).

01 J PIC 9(2) VALUE 1.
01 S PIC 9(3) VALUE 1.
01 len PIC 9(3) VALUE 0.

*> Dictionary used to score candidates - loaded once and kept for the
*> Best candidate seen so far for the string currently being solved.
01 bestScore PIC 9(3) VALUE 0.
01 bestShiftNum PIC 9(2) VALUE 0.
01 bestStr PIC X(300) VALUE SPACES.
01 bestWordCount PIC 9(3) VALUE 0.

*> Top three scoring candidates for the string currently being solved,
*> kept in score order for the caller's review queue.
01 topTable.
	02 topEntryTb OCCURS 3 TIMES.
		03 topStr PIC X(300) VALUE SPACES.
		03 topShift PIC 9(2) VALUE 0.
		03 topScore PIC 9(3) VALUE 0.
01 T PIC 9(1) VALUE 1.

01 candidateScore PIC 9(3) VALUE 0.
01 wordCount PIC 9(3) VALUE 0.
01 matchFound PIC X(1) VALUE "N".
*> The candidate is walked one space-delimited token at a time -
*> tokenPtr is where the next UNSTRING picks up, so a message of
*> any number of words is scored without a fixed word table.
01 tokenPtr PIC 9(3) VALUE 1.
01 tokenText PIC X(30) VALUE SPACES.

LINKAGE SECTION.
01 encryptedStr PIC X(300).
01 maxShiftAmount PIC 9(2).
01 solveStepAmount PIC S9(4).
01 solvedStr PIC X(300).
01 solveInfo.
	02 solveConfidence PIC 9(3).
	02 solveTopEntry OCCURS 3 TIMES.
		03 solveTopStr PIC X(300).
		03 solveTopShift PIC 9(2).
		03 solveTopScore PIC 9(3).
	02 solveDictWords PIC 9(5).
			MOVE bestStr TO solvedStr
			COMPUTE solveConfidence =
				(bestScore * 100) / bestWordCount
			DISPLAY "Best Caesar " bestShiftNum ": "
				Function TRIM(bestStr TRAILING)
		END-IF.
		PERFORM copyTopForLoop VARYING T FROM 1 BY 1 UNTIL T > 3.
		EXIT PROGRAM.

	scoreCandidate.
		MOVE 0 TO wordCount.
		MOVE 0 TO candidateScore.
		MOVE 1 TO tokenPtr.
		PERFORM tokenForLoop UNTIL tokenPtr > len.
		IF candidateScore > 0 THEN
			PERFORM updateTopThree
		END-IF.
				MOVE candidateScore TO topScore(3)
		END-EVALUATE.

	*> A run of spaces is one delimiter, so only leading spaces can
	*> hand back an empty token - it is not a word and is not counted.
	tokenForLoop.
		MOVE SPACES TO tokenText.
		UNSTRING solvedStr DELIMITED BY ALL SPACE
			INTO tokenText
			WITH POINTER tokenPtr.
		IF tokenText NOT = SPACES THEN
			ADD 1 TO wordCount
			PERFORM wForLoop
		END-IF.

	*> Binary search against the sorted table - the dictionary was
	*> uppercased at load, so only the token needs folding here.
	wForLoop.
		MOVE "N" TO matchFound.
		IF dictCount > 0 THEN
			MOVE Function UPPER-CASE(tokenText) TO searchWord
			SEARCH ALL dictEntry
				AT END
					MOVE "N" TO matchFound
*>                    three candidates - each with the keyword that
*>                    produced it - so low-confidence results flow
*>                    onto the existing SOLVEQ review queue.
*>   2026-10-15  RP   Whole-message solves - 300-byte strings and the
*>                    same pointer tokenizer as SOLVE's scoreCandidate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

*> The keyword being tried and its trial decrypt.
01 trialKeyword PIC X(16) VALUE SPACES.
01 trialStr PIC X(300) VALUE SPACES.
01 len PIC 9(3) VALUE 0.

*> Best candidate seen so far for the string currently being solved.
01 bestScore PIC 9(3) VALUE 0.
01 bestKeyword PIC X(16) VALUE SPACES.
01 bestStr PIC X(300) VALUE SPACES.
01 bestWordCount PIC 9(3) VALUE 0.

*> Top three scoring candidates, kept in score order for the
*> caller's review queue - each remembers the keyword that
*> produced it.
01 topTable.
	02 topEntryTb OCCURS 3 TIMES.
		03 topStr PIC X(300) VALUE SPACES.
		03 topKeyword PIC X(16) VALUE SPACES.
		03 topScore PIC 9(3) VALUE 0.
01 T PIC 9(1) VALUE 1.

01 candidateScore PIC 9(3) VALUE 0.
01 wordCount PIC 9(3) VALUE 0.
01 matchFound PIC X(1) VALUE "N".
*> Where the next UNSTRING picks up, and the token it hands back.
01 tokenPtr PIC 9(3) VALUE 1.
01 tokenText PIC X(30) VALUE SPACES.

LINKAGE SECTION.
01 encryptedStr PIC X(300).
01 solvedStr PIC X(300).
01 vsolveInfo.
	02 vsolveConfidence PIC 9(3).
	02 vsolveTopEntry OCCURS 3 TIMES.
		03 vsolveTopStr PIC X(300).
		03 vsolveTopKeyword PIC X(16).
		03 vsolveTopScore PIC 9(3).
	02 vsolveKeywords PIC 9(3).
		MOVE SPACES TO bestKeyword.
		MOVE 0 TO bestWordCount.
		PERFORM clearTopForLoop VARYING T FROM 1 BY 1 UNTIL T > 3.
		MOVE Function LENGTH(trialStr) TO len.
		IF encryptedStr = SPACES THEN
			MOVE SPACES TO solvedStr
			MOVE 0 TO vsolveConfidence
			MOVE bestStr TO solvedStr
			COMPUTE vsolveConfidence =
				(bestScore * 100) / bestWordCount
			DISPLAY "Best Vigenere keyword " bestKeyword ": "
				Function TRIM(bestStr TRAILING)
		END-IF.
		PERFORM copyTopForLoop VARYING T FROM 1 BY 1 UNTIL T > 3.
		EXIT PROGRAM.
	*> Caesar one on the report and the queue.
	scoreCandidate.
		MOVE 0 TO wordCount.
		MOVE 0 TO candidateScore.
		MOVE 1 TO tokenPtr.
		PERFORM tokenForLoop UNTIL tokenPtr > len.
		IF candidateScore > 0 THEN
			PERFORM updateTopThree
		END-IF.
				MOVE candidateScore TO topScore(3)
		END-EVALUATE.

	tokenForLoop.
		MOVE SPACES TO tokenText.
		UNSTRING trialStr DELIMITED BY ALL SPACE
			INTO tokenText
			WITH POINTER tokenPtr.
		IF tokenText NOT = SPACES THEN
			ADD 1 TO wordCount
			PERFORM wForLoop
		END-IF.

	*> Binary search against the sorted table - the dictionary was
	*> uppercased at load, so only the token needs folding here.
	wForLoop.
		MOVE "N" TO matchFound.
		IF dictCount > 0 THEN
			MOVE Function UPPER-CASE(tokenText) TO searchWord
			SEARCH ALL dictEntry
				AT END
					MOVE "N" TO matchFound
