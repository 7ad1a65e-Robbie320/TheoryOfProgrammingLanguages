*>                    The ARCINQ companion answers inquiries against
*>                    the archive, so "what did we send in 2025" never
*>                    needs a restore.
*>   2026-10-15  RP   Multi-segment messages - the master's strings
*>                    are 300 bytes now. The archive keeps its first
*>                    30-byte columns where they always were and
*>                    carries the segment count and the remaining 270
*>                    bytes of each string after the audit result, so
*>                    every line already on the permanent archive
*>                    still reads back unchanged.
*>   2026-10-15  RP   Run cycle - the master's key carries the run's
*>                    cycle for the date between the run date and the
*>                    sequence. The archive line carries it at the
*>                    very end, after the string remainders, so older
*>                    archive lines (no cycle, the date's only run)
*>                    still read back unchanged.
*>   2026-10-15  RP   Results master control totals - each purged
*>                    record's share comes off its run date's RSLCTL
*>                    control record, and a control record backed out
*>                    to nothing is deleted with the date's last
*>                    record, so RSLVRFY keeps balancing what is left.
*>                    No control file, no purge - RC=12, master
*>                    unchanged.
*>   2026-10-15  RP   Follow the RSLFILE layout - the master record
*>                    now ends with its last-changed stamp (not
*>                    archived - an archived record never changes
*>                    again).
*>   2026-10-15  RP   A record the master will not delete is listed
*>                    NOT PURGED and left on its date's control
*>                    totals instead of being counted and backed out
*>                    as gone - RC=8.

*> ARCCTL card - one record, REQUIRED.  Columns:
*>    1- 8  cutoff date, YYYYMMDD - records with a run date BEFORE
*>          itself is kept.
*> A missing or non-numeric cutoff abandons the run with RC=8 and
*> touches nothing - a purge should never guess its own cutoff.
*> A record archived but refused by the master's DELETE is listed
*> NOT PURGED and stays on the master and its control totals - its
*> archive line is then a duplicate the next purge writes again.
*> That run also ends RC=8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS rsltKey
		FILE STATUS IS rsltFileStatus.
	*> The master's per-run-date control totals, same layout IDEONE
	*> posts - RANDOM, one keyed read and rewrite per purged record.
	SELECT rsltCtlFile ASSIGN TO "RSLCTL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS rctlRunDate
		FILE STATUS IS rsltCtlFileStatus.
	SELECT arcCtlFile ASSIGN TO "ARCCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS arcCtlFileStatus.
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

FD  arcCtlFile.
01  arcCtlLine PIC X(80).

*> Archive record - the master's fields flattened onto one line with
*> separators, the fixed layout the ARCINQ inquiry reads, so the two
*> must stay in step.  Each string's first 30 bytes sit in the
*> original columns; the segment count and the rest of each string
*> follow the audit result, and a line archived before they existed
*> simply ends there (segment count blank = one segment).  The run
*> cycle comes last of all for the same reason (blank = cycle 01).
FD  arcFile.
01  arcRec.
	02  arcRunDate PIC X(8).
	02  arcShift PIC S9(4) SIGN LEADING SEPARATE.
	02  FILLER PIC X(1).
	02  arcAuditResult PIC X(4).
	02  FILLER PIC X(1).
	02  arcSegCount PIC X(2).
	02  FILLER PIC X(1).
	02  arcOriginalRest PIC X(270).
	02  FILLER PIC X(1).
	02  arcEncryptedRest PIC X(270).
	02  FILLER PIC X(1).
	02  arcDecryptedRest PIC X(270).
	02  FILLER PIC X(1).
	02  arcSolvedRest PIC X(270).
	02  FILLER PIC X(1).
	02  arcCycle PIC X(2).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 rsltFileStatus PIC X(2) VALUE "00".
01 rsltCtlFileStatus PIC X(2) VALUE "00".
01 arcCtlFileStatus PIC X(2) VALUE "00".
01 arcFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".

01 unloadCount PIC 9(7) VALUE 0.
01 remainCount PIC 9(7) VALUE 0.
01 notPurgedCount PIC 9(7) VALUE 0.
01 oldestKept PIC X(8) VALUE SPACES.

*> Control-total back-out - the purged record's hashes, worked out
*> the way IDEONE posted them.
01 ctlToday PIC X(8) VALUE SPACES.
01 recOrigHash PIC 9(9) VALUE 0.
01 recEncHash PIC 9(9) VALUE 0.
01 HP PIC 9(3) VALUE 1.
01 ctlDeleteCount PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT rptFile.
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		ACCEPT ctlToday FROM DATE YYYYMMDD.
		OPEN I-O rsltCtlFile.
		IF rsltCtlFileStatus NOT = "00" THEN
			DISPLAY "RSLARCH: unable to open RSLCTL results controls, "
				"status " rsltCtlFileStatus
			MOVE SPACES TO rptLine
			STRING "RESULTS CONTROLS UNAVAILABLE - STATUS " DELIMITED BY SIZE
					rsltCtlFileStatus DELIMITED BY SIZE
					" - RUN ABANDONED, MASTER UNCHANGED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rsltFile
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN EXTEND arcFile.
		IF arcFileStatus NOT = "00" AND arcFileStatus NOT = "05" THEN
			DISPLAY "RSLARCH: unable to open ARCFILE archive, status "
				INTO rptLine
			WRITE rptLine
			CLOSE rsltFile
			CLOSE rsltCtlFile
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		PERFORM purgeBrowse.
		CLOSE arcFile.
		CLOSE rsltFile.
		CLOSE rsltCtlFile.
		PERFORM writeReportTrailer.
		CLOSE rptFile.
		IF notPurgedCount > 0 THEN
			MOVE 8 TO RETURN-CODE
		END-IF.
		STOP RUN.

	readArcCtlCard.
				IF rsltRunDate < cutoffDate THEN
					PERFORM archiveRecord
					DELETE rsltFile
					IF rsltFileStatus = "00" THEN
						ADD 1 TO unloadCount
						PERFORM backOutResultControl
					ELSE
						ADD 1 TO notPurgedCount
						PERFORM writeNotPurgedLine
					END-IF
				ELSE
					ADD 1 TO remainCount
					IF oldestKept = SPACES THEN
				END-IF
		END-READ.

	writeNotPurgedLine.
		MOVE SPACES TO rptLine.
		STRING "NOT PURGED - RUN " DELIMITED BY SIZE
				rsltRunDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				rsltCycle DELIMITED BY SIZE
				" SEQ " DELIMITED BY SIZE
				rsltSeq DELIMITED BY SIZE
				" DELETE STATUS " DELIMITED BY SIZE
				rsltFileStatus DELIMITED BY SIZE
				" - STILL ON MASTER" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	archiveRecord.
		MOVE SPACES TO arcRec.
		MOVE rsltRunDate TO arcRunDate.
		MOVE rsltSeq TO arcSeq.
		MOVE rsltOp TO arcOp.
		MOVE rsltPartner TO arcPartner.
		MOVE rsltOriginal(1:30) TO arcOriginal.
		MOVE rsltEncrypted(1:30) TO arcEncrypted.
		MOVE rsltDecrypted(1:30) TO arcDecrypted.
		MOVE rsltSolved(1:30) TO arcSolved.
		MOVE rsltShift TO arcShift.
		MOVE rsltAuditResult TO arcAuditResult.
		MOVE rsltSegCount TO arcSegCount.
		MOVE rsltOriginal(31:270) TO arcOriginalRest.
		MOVE rsltEncrypted(31:270) TO arcEncryptedRest.
		MOVE rsltDecrypted(31:270) TO arcDecryptedRest.
		MOVE rsltSolved(31:270) TO arcSolvedRest.
		MOVE rsltCycle TO arcCycle.
		WRITE arcRec.

	*> The deleted record's share comes off its date's controls; once
	*> every figure is back to zero the date has left the master and
	*> its control record goes with it.  Anything short of zero after
	*> the date's last record is left for RSLVRFY to report.  A date
	*> with no control record predates the controls - nothing to do.
	backOutResultControl.
		PERFORM computeResultHash.
		MOVE rsltRunDate TO rctlRunDate.
		READ rsltCtlFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM applyControlBackOut
		END-READ.

	applyControlBackOut.
		SUBTRACT 1 FROM rctlRecCount.
		COMPUTE rctlOrigHash = Function MOD(rctlOrigHash
			- recOrigHash + 1000000000, 1000000000).
		COMPUTE rctlEncHash = Function MOD(rctlEncHash
			- recEncHash + 1000000000, 1000000000).
		EVALUATE rsltAuditResult
			WHEN "PASS"
				SUBTRACT 1 FROM rctlPassCount
			WHEN "FAIL"
				SUBTRACT 1 FROM rctlFailCount
			WHEN "SKIP"
				SUBTRACT 1 FROM rctlSkipCount
			WHEN "UNSV"
				SUBTRACT 1 FROM rctlUnsvCount
			WHEN "DUP "
				SUBTRACT 1 FROM rctlDupCount
			WHEN OTHER
				SUBTRACT 1 FROM rctlOtherCount
		END-EVALUATE.
		IF rctlRecCount = 0 AND rctlOrigHash = 0 AND rctlEncHash = 0 AND
				rctlPassCount = 0 AND rctlFailCount = 0 AND
				rctlSkipCount = 0 AND rctlUnsvCount = 0 AND
				rctlDupCount = 0 AND rctlOtherCount = 0 THEN
			DELETE rsltCtlFile
				INVALID KEY
					DISPLAY "RSLARCH: RSLCTL delete failed for "
						rctlRunDate ", status " rsltCtlFileStatus
				NOT INVALID KEY
					ADD 1 TO ctlDeleteCount
			END-DELETE
		ELSE
			MOVE ctlToday TO rctlUpdDate
			MOVE "RSLARCH" TO rctlUpdProgram
			REWRITE rctlRec
				INVALID KEY
					DISPLAY "RSLARCH: RSLCTL rewrite failed for "
						rctlRunDate ", status " rsltCtlFileStatus
			END-REWRITE
		END-IF.

	*> Column-weighted sum of the non-space characters - the same
	*> arithmetic IDEONE posts with and RSLVRFY recomputes with.
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

	writeReportTrailer.
		MOVE SPACES TO rptLine.
		STRING "RECORDS UNLOADED: " DELIMITED BY SIZE
				remainCount DELIMITED BY SIZE
				"  OLDEST DATE KEPT: " DELIMITED BY SIZE
				oldestKept DELIMITED BY SIZE
				"  DATES CLOSED ON RSLCTL: " DELIMITED BY SIZE
				ctlDeleteCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		DISPLAY "RSLARCH: " rptLine.
		IF notPurgedCount > 0 THEN
			MOVE SPACES TO rptLine
			STRING "RECORDS NOT PURGED: " DELIMITED BY SIZE
					notPurgedCount DELIMITED BY SIZE
					" - ARCHIVED BUT STILL ON THE MASTER" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			DISPLAY "RSLARCH: " rptLine
		END-IF.
END PROGRAM RSLARCH.
