*>                    were silently dropped and the copy-back then
*>                    destroyed them, the exact silent-evaporation
*>                    failure this program exists to prevent.
*>   2026-10-15  RP   Multi-segment messages - a queue item's + lines
*>                    (+ in column 10 under the detail) are read back
*>                    into the whole input and the whole of each
*>                    candidate, so an accepted candidate posts the
*>                    full message to the master, never its first 30
*>                    bytes. A + card continues an O override past 30
*>                    characters, and a carried item is written back
*>                    with its + lines in IDEONE's layout.
*>   2026-10-15  RP   Run cycle - the master's key is run date + cycle
*>                    + sequence, and IDEONE stamps the cycle in
*>                    columns 9-10 of each queue detail, so an off-
*>                    cycle run's items sit on the queue beside the
*>                    night's with the same SEQs. Decision cards
*>                    carry the cycle in columns 48-49 and match on
*>                    run date + cycle + SEQ; a blank cycle on either
*>                    side is cycle 01, so queue lines and cards cut
*>                    before runs had cycles still pair up.
*>   2026-10-15  RP   Results master control totals - a posting moves
*>                    the record from its old audit-result count to
*>                    its new one on the run date's RSLCTL control
*>                    record, so RSLVRFY still balances the date after
*>                    review. The strings the control hashes cover are
*>                    never touched here. No control file, no posting
*>                    - the run ends RC=12 with the queue carried.
*>   2026-10-15  RP   Last-changed stamp - a posting stamps the master
*>                    record with the date and time it was changed, so
*>                    the WHSEXTR warehouse feed sends the reviewed
*>                    record again on its next extract.

*> SRVFILE decision card - one per queued item.  Columns:
*>    1     action: 1, 2, or 3 accept that candidate from the queue
*>          with the SEQ is the RSLFILE key the decision posts to
*>   12-15  SEQ number from the queue line
*>   17-46  override text, O action only
*>   48-49  run cycle from the queue line (blank = 01, the date's
*>          first run)
*> A + in column 1 continues the card above it: columns 17-46 are the
*> next 30 characters of the override text, up to ten segments.
*> A card that fails its edits is listed with a reason and leaves its
*> queue item outstanding; any outstanding item or rejected card ends
*> the run with RETURN-CODE 4 so the scheduler flags the queue as not
		ACCESS MODE IS RANDOM
		RECORD KEY IS rsltKey
		FILE STATUS IS rsltFileStatus.
	*> The master's per-run-date control totals, same layout IDEONE
	*> posts - RANDOM, one keyed read and rewrite per posting.
	SELECT rsltCtlFile ASSIGN TO "RSLCTL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS rctlRunDate
		FILE STATUS IS rsltCtlFileStatus.
	SELECT newQFile ASSIGN TO "SRVQOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS newQFileStatus.
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

FD  newQFile.
01  newQLine PIC X(210).
01 decFileStatus PIC X(2) VALUE "00".
01 decFileEof PIC X(1) VALUE "N".
01 rsltFileStatus PIC X(2) VALUE "00".
01 rsltCtlFileStatus PIC X(2) VALUE "00".
01 newQFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".

*> Tonight's queue, parsed off the SOLVEQ detail lines - the raw line
*> rides along so an outstanding item carries over byte-for-byte in
*> the layout IDEONE wrote it.  Column positions match what IDEONE's
*> writeSolveQueueDetail lays down; the input and candidates are the
*> whole message, the detail's segment and then each + line's, with
*> queSegs saying how many are in use.
01 maxQueCount PIC 9(3) VALUE 200.
01 queCount PIC 9(3) VALUE 0.
01 queTable.
	02 queEntryTb OCCURS 200 TIMES INDEXED BY QE.
		03 queRunDate PIC X(8).
		03 queCycle PIC X(2).
		03 queSeq PIC X(4).
		03 queInput PIC X(300).
		03 queCandTb OCCURS 3 TIMES.
			04 queCandText PIC X(300).
		03 queSegs PIC 9(2).
		03 queRawLine PIC X(210).

*> Where the + lines under the detail just read belong - T to the
*> newest table entry, O straight through to the carry-over queue
*> behind an overflow detail, N ahead of the first detail.
01 queChain PIC X(1) VALUE "N".
01 maxSegCount PIC 9(2) VALUE 10.
01 SG PIC 9(2) VALUE 1.
01 segPos PIC 9(3) VALUE 1.

*> The decision deck, keyed by SEQ.
01 maxDecCount PIC 9(3) VALUE 200.
01 decCount PIC 9(3) VALUE 0.
	02 decEntryTb OCCURS 200 TIMES INDEXED BY DC.
		03 decAction PIC X(1).
		03 decRunDate PIC X(8).
		03 decCycle PIC X(2).
		03 decSeq PIC X(4).
		03 decText PIC X(300).
		03 decSegs PIC 9(2).
		03 decUsed PIC X(1).

01 rawDec PIC X(80) VALUE SPACES.
01 decFound PIC X(1) VALUE "N".
01 decIdx PIC 9(3) VALUE 0.
01 candNum PIC 9(1) VALUE 0.
01 newSolved PIC X(300) VALUE SPACES.
01 newResult PIC X(4) VALUE SPACES.
01 rejectReason PIC X(30) VALUE SPACES.
01 postOk PIC X(1) VALUE "N".

*> Control-total adjustment - the record's result before the posting
*> comes off its count (ctlSign -1) and the new one goes on (+1).
01 oldResult PIC X(4) VALUE SPACES.
01 ctlResult PIC X(4) VALUE SPACES.
01 ctlSign PIC S9(1) VALUE 1.
01 ctlToday PIC X(8) VALUE SPACES.

*> Y when the results master could not be opened - nothing can post,
*> so the whole queue carries over and the run ends RC=12.
01 rsltAvailable PIC X(1) VALUE "Y".
		CLOSE newQFile.
		IF rsltAvailable = "Y" THEN
			CLOSE rsltFile
			CLOSE rsltCtlFile
		END-IF.
		PERFORM writeReportTrailer.
		CLOSE rptFile.
		END-IF.
		STOP RUN.

	*> Detail lines carry a numeric run date in columns 1-8 and the
	*> run cycle in 9-10 ahead of the SEQ; the header, column-heading,
	*> and trailer lines never start with digits.  A + line - blank
	*> 1-9, + in column 10 - is the next segment of the detail above
	*> it.
	loadQueue.
		OPEN INPUT solveQFile.
		IF solveQFileStatus NOT = "00" THEN
			IF solveQLine(1:8) IS NUMERIC THEN
				IF queCount < maxQueCount THEN
					ADD 1 TO queCount
					MOVE "T" TO queChain
					MOVE solveQLine(1:8) TO queRunDate(queCount)
					IF solveQLine(9:2) IS NUMERIC THEN
						MOVE solveQLine(9:2) TO queCycle(queCount)
					ELSE
						MOVE "01" TO queCycle(queCount)
					END-IF
					MOVE solveQLine(11:4) TO queSeq(queCount)
					MOVE SPACES TO queInput(queCount)
					MOVE SPACES TO queCandText(queCount, 1)
					MOVE SPACES TO queCandText(queCount, 2)
					MOVE SPACES TO queCandText(queCount, 3)
					MOVE solveQLine(17:30) TO queInput(queCount)(1:30)
					MOVE solveQLine(54:30) TO queCandText(queCount, 1)(1:30)
					MOVE solveQLine(107:30) TO queCandText(queCount, 2)(1:30)
					MOVE solveQLine(160:30) TO queCandText(queCount, 3)(1:30)
					MOVE 1 TO queSegs(queCount)
					MOVE solveQLine TO queRawLine(queCount)
				ELSE
					ADD 1 TO queOverflowCount
					MOVE "O" TO queChain
					MOVE solveQLine TO newQLine
					WRITE newQLine
				END-IF
			ELSE
				IF solveQLine(1:9) = SPACES AND solveQLine(10:1) = "+" THEN
					PERFORM loadQueueSegment
				END-IF
			END-IF
		END-IF.

	loadQueueSegment.
		EVALUATE queChain
			WHEN "T"
				IF queSegs(queCount) < maxSegCount THEN
					ADD 1 TO queSegs(queCount)
					COMPUTE segPos = (queSegs(queCount) - 1) * 30 + 1
					MOVE solveQLine(17:30) TO queInput(queCount)(segPos:30)
					MOVE solveQLine(54:30) TO queCandText(queCount, 1)(segPos:30)
					MOVE solveQLine(107:30) TO queCandText(queCount, 2)(segPos:30)
					MOVE solveQLine(160:30) TO queCandText(queCount, 3)(segPos:30)
				END-IF
			WHEN "O"
				MOVE solveQLine TO newQLine
				WRITE newQLine
		END-EVALUATE.

	loadDecisions.
		OPEN INPUT decFile.
		IF decFileStatus NOT = "00" THEN
			AT END
				MOVE "Y" TO decFileEof.
		IF decFileEof NOT = "Y" THEN
			EVALUATE TRUE
				WHEN rawDec(1:1) = "+"
					IF decCount > 0 THEN
						PERFORM loadDecisionSegment
					END-IF
				WHEN decCount < maxDecCount
					ADD 1 TO decCount
					MOVE rawDec(1:1) TO decAction(decCount)
					MOVE rawDec(3:8) TO decRunDate(decCount)
					MOVE rawDec(12:4) TO decSeq(decCount)
					IF rawDec(48:2) = SPACES THEN
						MOVE "01" TO decCycle(decCount)
					ELSE
						MOVE rawDec(48:2) TO decCycle(decCount)
					END-IF
					MOVE SPACES TO decText(decCount)
					MOVE rawDec(17:30) TO decText(decCount)(1:30)
					MOVE 1 TO decSegs(decCount)
					MOVE "N" TO decUsed(decCount)
			END-EVALUATE
		END-IF.

	loadDecisionSegment.
		IF decSegs(decCount) < maxSegCount THEN
			ADD 1 TO decSegs(decCount)
			COMPUTE segPos = (decSegs(decCount) - 1) * 30 + 1
			MOVE rawDec(17:30) TO decText(decCount)(segPos:30)
		END-IF.

	openResultMaster.
					" - NOTHING POSTED, WHOLE QUEUE CARRIED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		ELSE
			PERFORM openResultControl
		END-IF.

	*> A posting the controls never saw would read as tampering on
	*> the next verification, so without RSLCTL nothing posts.
	openResultControl.
		ACCEPT ctlToday FROM DATE YYYYMMDD.
		OPEN I-O rsltCtlFile.
		IF rsltCtlFileStatus NOT = "00" THEN
			CLOSE rsltFile
			MOVE "N" TO rsltAvailable
			DISPLAY "SOLVEREV: unable to open RSLCTL results controls, "
				"status " rsltCtlFileStatus
			MOVE SPACES TO rptLine
			STRING "RESULTS CONTROLS UNAVAILABLE - STATUS " DELIMITED BY SIZE
					rsltCtlFileStatus DELIMITED BY SIZE
					" - NOTHING POSTED, WHOLE QUEUE CARRIED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	*> One queue item at a time - find its card, edit it, post it.
		PERFORM decSearchLoop VARYING DC FROM 1 BY 1
			UNTIL DC > decCount OR decFound = "Y".

	*> Run date, cycle, AND SEQ - the SEQ alone restarts at 1 every
	*> run, and the queue holds several nights and cycles at once.
	decSearchLoop.
		IF decRunDate(DC) = queRunDate(QE) AND
				decCycle(DC) = queCycle(QE) AND
				decSeq(DC) = queSeq(QE) THEN
			MOVE "Y" TO decFound
			SET decIdx TO DC

	*> Keyed read then rewrite - only the solved value and the audit
	*> result change, the ciphertext record itself is the analyst's
	*> evidence and stays as the night wrote it.  The changed stamp
	*> puts the reviewed record back on the next warehouse extract.
	postDecision.
		MOVE "N" TO postOk.
		MOVE decRunDate(decIdx) TO rsltRunDate.
		MOVE decCycle(decIdx) TO rsltCycle.
		MOVE Function NUMVAL(decSeq(decIdx)) TO rsltSeq.
		READ rsltFile
			INVALID KEY
				MOVE "NO MASTER RECORD FOR KEY" TO rejectReason
			NOT INVALID KEY
				MOVE rsltAuditResult TO oldResult
				MOVE newSolved TO rsltSolved
				MOVE newResult TO rsltAuditResult
				MOVE Function CURRENT-DATE(1:14) TO rsltChgStamp
				REWRITE rsltRec
				MOVE "Y" TO postOk
				PERFORM postResultControl
		END-READ.

	*> Only the result counts move - the hashes cover the original and
	*> encrypted strings, which a posting never changes.  A date with
	*> no control record yet predates the controls; RSLVRFY's
	*> initialize run builds it from the master as it then stands.
	postResultControl.
		MOVE rsltRunDate TO rctlRunDate.
		READ rsltCtlFile
			INVALID KEY
				DISPLAY "SOLVEREV: no RSLCTL control record for "
					rsltRunDate ", counts not adjusted"
			NOT INVALID KEY
				MOVE oldResult TO ctlResult
				MOVE -1 TO ctlSign
				PERFORM adjustResultCount
				MOVE newResult TO ctlResult
				MOVE 1 TO ctlSign
				PERFORM adjustResultCount
				MOVE ctlToday TO rctlUpdDate
				MOVE "SOLVEREV" TO rctlUpdProgram
				REWRITE rctlRec
					INVALID KEY
						DISPLAY "SOLVEREV: RSLCTL rewrite failed for "
							rctlRunDate ", status " rsltCtlFileStatus
				END-REWRITE
		END-READ.

	adjustResultCount.
		EVALUATE ctlResult
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

	writeWorkedLine.
		ADD 1 TO workedCount.
		MOVE SPACES TO rptLine.
		EVALUATE decAction(decIdx)
			WHEN "U"
				STRING queRunDate(QE) DELIMITED BY SIZE
						" " DELIMITED BY SIZE
						queCycle(QE) DELIMITED BY SIZE
						" " DELIMITED BY SIZE
						queSeq(QE) DELIMITED BY SIZE
						"  UNSOLVABLE   " DELIMITED BY SIZE
						queInput(QE)(1:30) DELIMITED BY SIZE
					INTO rptLine
			WHEN OTHER
				STRING queRunDate(QE) DELIMITED BY SIZE
						" " DELIMITED BY SIZE
						queCycle(QE) DELIMITED BY SIZE
						" " DELIMITED BY SIZE
						queSeq(QE) DELIMITED BY SIZE
						"  WORKED       " DELIMITED BY SIZE
						queInput(QE)(1:30) DELIMITED BY SIZE
						"  POSTED: " DELIMITED BY SIZE
						newSolved(1:30) DELIMITED BY SIZE
					INTO rptLine
		END-EVALUATE.
		WRITE rptLine.
		ADD 1 TO outstandingCount.
		MOVE queRawLine(QE) TO newQLine.
		WRITE newQLine.
		PERFORM writeCarryContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > queSegs(QE).
		MOVE SPACES TO rptLine.
		STRING queRunDate(QE) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				queCycle(QE) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				queSeq(QE) DELIMITED BY SIZE
				"  OUTSTANDING  " DELIMITED BY SIZE
				queInput(QE)(1:30) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> Rebuilt in the columns IDEONE's writeSolveQueueContinuation
	*> uses, which carry nothing the table does not hold.
	writeCarryContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO newQLine.
		MOVE "+" TO newQLine(10:1).
		MOVE queSeq(QE) TO newQLine(11:4).
		MOVE queInput(QE)(segPos:30) TO newQLine(17:30).
		MOVE queCandText(QE, 1)(segPos:30) TO newQLine(54:30).
		MOVE queCandText(QE, 2)(segPos:30) TO newQLine(107:30).
		MOVE queCandText(QE, 3)(segPos:30) TO newQLine(160:30).
		WRITE newQLine.

	writeRejectLine.
		ADD 1 TO rejectCount.
		MOVE SPACES TO rptLine.
		STRING queRunDate(QE) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				queCycle(QE) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				queSeq(QE) DELIMITED BY SIZE
				"  REJECTED     ACTION " DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				decRunDate(decIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				decText(decIdx)(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				rejectReason DELIMITED BY SIZE
			INTO rptLine.
			ADD 1 TO rejectCount
			MOVE SPACES TO rptLine
			STRING decRunDate(DC) DELIMITED BY SIZE
					" " DELIMITED BY SIZE
					decCycle(DC) DELIMITED BY SIZE
					" " DELIMITED BY SIZE
					decSeq(DC) DELIMITED BY SIZE
					"  REJECTED     ACTION " DELIMITED BY SIZE
					decAction(DC) DELIMITED BY SIZE
					"  RUN DATE + CYCLE + SEQ NOT ON QUEUE" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
			INTO newQLine.
		WRITE newQLine.
		MOVE SPACES TO newQLine.
		STRING "RUN DATECYSEQ  INPUT                           CONF" DELIMITED BY SIZE
				"  CANDIDATE 1                    KEY              SCR" DELIMITED BY SIZE
				"  CANDIDATE 2                    KEY              SCR" DELIMITED BY SIZE
				"  CANDIDATE 3                    KEY              SCR" DELIMITED BY SIZE
