*>                    FIXRPT with cleared-versus-carried-over totals.
*>                    Ends the retype-it-tomorrow routine that was
*>                    breeding duplicates and misses.
*>   2026-10-15  RP   Multi-segment messages - a reject's + lines on
*>                    EXCFILE are read back into the one message, a
*>                    + card after a T card carries the replacement
*>                    text on past 30 characters, the strip rule and
*>                    the re-checks run over the whole message, and a
*>                    repaired message is requeued as its detail
*>                    record followed by a C continuation record per
*>                    further segment.

*> FIXFILE correction card - one per record.  Columns:
*>    1     action: T replace the text, S strip unsupported characters
*>   10-13  replacement partner ID    (blank = keep the reject's)
*>   15-44  replacement text, T action only
*>   46-53  replacement as-of date    (blank = keep the reject's)
*> A + in column 1 continues the card above it: columns 15-44 are the
*> next 30 characters of the replacement text, up to ten segments in
*> all.  A T card's non-blank text, with its + cards, replaces the
*> whole message.
*> A reject with no card, or whose repaired record still fails
*> validation, is carried over and reported; any carry-over ends the
*> run with RC=4 so the queue never silently loses work.
*> Requeue record - same layout IDEONE's loadForLoop reads: operation
*> code in column 1, partner in 3-6, text in 8-37, as-of date in
*> 39-46, so a repaired historical record keeps keying off the date
*> its ciphertext was produced.  Each further segment of a message
*> follows as a C record - C in column 1, the segment in 8-37.
FD  reqFile.
01  reqRec.
	02  reqOp PIC X(1).
		03 rejSeq PIC X(4).
		03 rejOp PIC X(1).
		03 rejPartner PIC X(4).
		03 rejText PIC X(300).
		03 rejSegs PIC 9(2).
		03 rejAsOf PIC X(8).
		03 rejReason PIC X(40).

		03 fixSeq PIC X(4).
		03 fixOp PIC X(1).
		03 fixPartner PIC X(4).
		03 fixText PIC X(300).
		03 fixSegs PIC 9(2).
		03 fixAsOf PIC X(8).

01 rawFix PIC X(80) VALUE SPACES.
*> fields used to re-check it before it is allowed back in the queue.
01 workOp PIC X(1) VALUE SPACE.
01 workPartner PIC X(4) VALUE SPACES.
01 workText PIC X(300) VALUE SPACES.
01 workSegs PIC 9(2) VALUE 1.
01 workLen PIC 9(3) VALUE 30.
01 workAsOf PIC X(8) VALUE SPACES.
01 stripText PIC X(300) VALUE SPACES.
01 stripLen PIC 9(3) VALUE 0.
01 checkChar PIC X(1).
01 validFlag PIC X(1) VALUE "Y".
01 failReason PIC X(40) VALUE SPACES.
01 V PIC 9(3) VALUE 1.

*> Segments of a message run ten deep at 30 bytes apiece, the same
*> limit IDEONE loads to; SG and segPos walk them on the way out.
01 maxSegCount PIC 9(2) VALUE 10.

*> Y while the last detail read was loaded, so its + lines belong to
*> the newest table entry - a detail dropped past maxRejCount must not
*> hand its segments to the reject loaded ahead of it.
01 rejChainOpen PIC X(1) VALUE "N".
01 SG PIC 9(2) VALUE 1.
01 segPos PIC 9(3) VALUE 1.

01 clearedCount PIC 9(3) VALUE 0.
01 carriedCount PIC 9(3) VALUE 0.


	*> Detail lines carry a 4-digit SEQ in columns 1-4; the header and
	*> trailer lines never do.  Column positions match what IDEONE's
	*> writeExceptionDetail lays down - including its + lines, blank
	*> in 1-4 with + in column 5, each the next segment of the reject
	*> above it in columns 16-45.
	loadExceptions.
		OPEN INPUT excFile.
		IF excFileStatus NOT = "00" THEN
			AT END
				MOVE "Y" TO excFileEof.
		IF excFileEof NOT = "Y" THEN
			IF excLine(1:4) IS NUMERIC AND rejCount = maxRejCount THEN
				MOVE "N" TO rejChainOpen
			END-IF
			IF excLine(1:4) IS NUMERIC AND rejCount < maxRejCount THEN
				ADD 1 TO rejCount
				MOVE "Y" TO rejChainOpen
				MOVE excLine(1:4) TO rejSeq(rejCount)
				MOVE excLine(7:1) TO rejOp(rejCount)
				MOVE excLine(10:4) TO rejPartner(rejCount)
				MOVE SPACES TO rejText(rejCount)
				MOVE excLine(16:30) TO rejText(rejCount)(1:30)
				MOVE 1 TO rejSegs(rejCount)
				MOVE excLine(48:8) TO rejAsOf(rejCount)
				MOVE excLine(58:40) TO rejReason(rejCount)
			ELSE
				IF excLine(1:4) = SPACES AND excLine(5:1) = "+" AND
						rejChainOpen = "Y" THEN
					PERFORM loadRejectSegment
				END-IF
			END-IF
		END-IF.

	loadRejectSegment.
		IF rejSegs(rejCount) < maxSegCount THEN
			ADD 1 TO rejSegs(rejCount)
			COMPUTE segPos = (rejSegs(rejCount) - 1) * 30 + 1
			MOVE excLine(16:30) TO rejText(rejCount)(segPos:30)
		END-IF.

	loadFixes.
		OPEN INPUT fixFile.
		IF fixFileStatus NOT = "00" THEN
			AT END
				MOVE "Y" TO fixFileEof.
		IF fixFileEof NOT = "Y" THEN
			EVALUATE TRUE
				WHEN rawFix(1:1) = "+"
					IF fixCount > 0 THEN
						PERFORM loadFixSegment
					END-IF
				WHEN fixCount < maxFixCount
					ADD 1 TO fixCount
					MOVE rawFix(1:1) TO fixAction(fixCount)
					MOVE rawFix(3:4) TO fixSeq(fixCount)
					MOVE rawFix(8:1) TO fixOp(fixCount)
					MOVE rawFix(10:4) TO fixPartner(fixCount)
					MOVE SPACES TO fixText(fixCount)
					MOVE rawFix(15:30) TO fixText(fixCount)(1:30)
					MOVE 1 TO fixSegs(fixCount)
					MOVE rawFix(46:8) TO fixAsOf(fixCount)
			END-EVALUATE
		END-IF.

	loadFixSegment.
		IF fixSegs(fixCount) < maxSegCount THEN
			ADD 1 TO fixSegs(fixCount)
			COMPUTE segPos = (fixSegs(fixCount) - 1) * 30 + 1
			MOVE rawFix(15:30) TO fixText(fixCount)(segPos:30)
		END-IF.

	repairForLoop.
		MOVE rejOp(RJ) TO workOp.
		MOVE rejPartner(RJ) TO workPartner.
		MOVE rejText(RJ) TO workText.
		MOVE rejSegs(RJ) TO workSegs.
		MOVE rejAsOf(RJ) TO workAsOf.
		PERFORM findFix.
		IF fixFound NOT = "Y" THEN
			WHEN "T"
				IF fixText(fixIdx) NOT = SPACES THEN
					MOVE fixText(fixIdx) TO workText
					MOVE fixSegs(fixIdx) TO workSegs
				END-IF
			WHEN "S"
				PERFORM stripUnsupported

	*> Copy only the characters IDEONE accepts - letters, digits, and
	*> space - squeezing the rest out rather than blanking them in
	*> place, so "A#B" repairs to "AB".  Squeezing can shorten a
	*> multi-segment message, so its segment count is worked out again
	*> from what is left - never less than one.
	stripUnsupported.
		MOVE SPACES TO stripText.
		MOVE 0 TO stripLen.
		COMPUTE workLen = workSegs * 30.
		PERFORM stripForLoop VARYING V FROM 1 BY 1 UNTIL V > workLen.
		MOVE stripText TO workText.
		COMPUTE workSegs = (stripLen + 29) / 30.
		IF workSegs = 0 THEN
			MOVE 1 TO workSegs
		END-IF.

	stripForLoop.
		MOVE workText(V:1) TO checkChar.
			MOVE "INVALID AS-OF DATE" TO failReason
		END-IF.
		IF validFlag = "Y" THEN
			COMPUTE workLen = workSegs * 30
			PERFORM charCheckForLoop VARYING V FROM 1 BY 1 UNTIL V > workLen
		END-IF.

	charCheckForLoop.
		MOVE SPACES TO reqRec.
		MOVE workOp TO reqOp.
		MOVE workPartner TO reqPartner.
		MOVE workText(1:30) TO reqText.
		MOVE workAsOf TO reqAsOf.
		WRITE reqRec.
		PERFORM writeRequeueContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > workSegs.

	writeRequeueContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO reqRec.
		MOVE "C" TO reqOp.
		MOVE workText(segPos:30) TO reqText.
		WRITE reqRec.

	writeClearedLine.
		MOVE SPACES TO fixRptLine.
		STRING rejSeq(RJ) DELIMITED BY SIZE
				"  CLEARED    " DELIMITED BY SIZE
				workText(1:30) DELIMITED BY SIZE
			INTO fixRptLine.
		WRITE fixRptLine.
		PERFORM writeWorkContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > workSegs.

	writeCarriedLine.
		ADD 1 TO carriedCount.
		MOVE SPACES TO fixRptLine.
		STRING rejSeq(RJ) DELIMITED BY SIZE
				"  NO FIX     " DELIMITED BY SIZE
				rejText(RJ)(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				rejReason(RJ) DELIMITED BY SIZE
			INTO fixRptLine.
		WRITE fixRptLine.
		PERFORM writeRejectContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > rejSegs(RJ).

	writeUnfixableLine.
		ADD 1 TO carriedCount.
		MOVE SPACES TO fixRptLine.
		STRING rejSeq(RJ) DELIMITED BY SIZE
				"  UNFIXABLE  " DELIMITED BY SIZE
				workText(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				failReason DELIMITED BY SIZE
			INTO fixRptLine.
		WRITE fixRptLine.
		PERFORM writeWorkContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > workSegs.

	*> The rest of a multi-segment message under the text column - +
	*> in column 5, the segment from column 18.
	writeWorkContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO fixRptLine.
		MOVE "+" TO fixRptLine(5:1).
		MOVE workText(segPos:30) TO fixRptLine(18:30).
		WRITE fixRptLine.

	writeRejectContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO fixRptLine.
		MOVE "+" TO fixRptLine(5:1).
		MOVE rejText(RJ)(segPos:30) TO fixRptLine(18:30).
		WRITE fixRptLine.

	writeReportTrailer.
		MOVE SPACES TO fixRptLine.
