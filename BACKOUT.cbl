$ SET SOURCEFORMAT "FREE"

IDENTIFICATION DIVISION.
PROGRAM-ID. BACKOUT.
AUTHOR. Robert Perrone.
DATE-WRITTEN. October 15th 2026

*> Mod history:
*>   2026-10-15  RP   Original version - reverses one IDEONE run so a
*>                    night run under the wrong CTLFILE card or the
*>                    wrong KEYFILE generation can be rerun clean.
*>                    Every RSLFILE record of the run named on the
*>                    BKOCTL card is copied to the permanent BKOFILE
*>                    backout copy (the ARCFILE layout, so ARCINQ can
*>                    read it back) and deleted from the master; the
*>                    run's AUDHIST record is marked reversed so the
*>                    month-end reporting leaves it out; its items are
*>                    withdrawn from the SOLVEQ review queue; and its
*>                    XMTLOG transmittals are marked void, with a
*>                    recall notice to each partner on RECALL. The
*>                    BKORPT control-total report proves what came off
*>                    the master against the run's own AUDHIST figures
*>                    and each voided transmittal's count and hash.
*>   2026-10-15  RP   Results master control totals - each record
*>                    taken off the master comes off its run date's
*>                    RSLCTL control record too, and a date backed out
*>                    to nothing has its control record deleted, so
*>                    RSLVRFY balances the date after the backout.
*>   2026-10-15  RP   Follow the RSLFILE layout - the master record
*>                    now ends with its last-changed stamp.

*> BKOCTL card - one record, REQUIRED.  Columns:
*>    1- 8  run date to back out, YYYYMMDD
*>   10-11  run cycle to back out (blank = 01, the night run)
*>   13-42  reason, printed on the report and on every recall
*>          notice (blank = RUN BACKED OUT)
*> A missing card, a non-numeric date or a bad cycle abandons the
*> run with RC=12 and touches nothing - a backout should never guess
*> which run it is reversing.
*> RECALL notice - one per voided transmittal, on the ACKOUT layout
*> RCVIN acknowledges partner files with, so a partner reads our
*> notices the way it reads our acknowledgments.  Columns:
*>    1- 8  run date of the transmittal recalled
*>   10-13  partner ID
*>   15-18  record count sent
*>   20-28  hash total sent
*>   30-31  run cycle
*>   33-40  RECALLED
*>   42-71  reason from the BKOCTL card
*> Return code: 0 backed out and balanced, 4 backed out but the run
*> has no AUDHIST record to prove the master against, 8 out of
*> balance or nothing found for the run named, 12 no usable BKOCTL
*> card or a file could not be opened (nothing backed out - the
*> rewritten AUDHIST, SOLVEQ and XMTLOG are not copied back).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Same layout IDEONE's rsltFile FD writes - DYNAMIC access, the
	*> run's records browse forward from its first key and are
	*> deleted as they go.
	SELECT rsltFile ASSIGN TO "RSLFILE"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS rsltKey
		FILE STATUS IS rsltFileStatus.
	*> The master's per-run-date control totals, same layout IDEONE
	*> posts - RANDOM, one keyed read and rewrite per removed record.
	SELECT rsltCtlFile ASSIGN TO "RSLCTL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS rctlRunDate
		FILE STATUS IS rsltCtlFileStatus.
	SELECT bkoCtlFile ASSIGN TO "BKOCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS bkoCtlFileStatus.
	*> Permanent backout copy - OPTIONAL so the very first backout
	*> ever can create it; every backout after that appends.
	SELECT OPTIONAL bkoFile ASSIGN TO "BKOFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS bkoFileStatus.
	SELECT audHistFile ASSIGN TO "AUDHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS audHistFileStatus.
	SELECT audHOutFile ASSIGN TO "AUDHOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS audHOutFileStatus.
	SELECT solveQFile ASSIGN TO "SOLVEQ"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS solveQFileStatus.
	SELECT newQFile ASSIGN TO "SOLVQOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS newQFileStatus.
	SELECT xmtLogFile ASSIGN TO "XMTLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtLogFileStatus.
	SELECT xmtLOutFile ASSIGN TO "XMTLOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtLOutFileStatus.
	SELECT recallFile ASSIGN TO "RECALL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS recallFileStatus.
	SELECT rptFile ASSIGN TO "BKORPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rptFileStatus.

DATA DIVISION.
FILE SECTION.
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

FD  bkoCtlFile.
01  bkoCtlLine PIC X(80).

*> Same record layout the RSLARCH arcFile FD writes, so pointing the
*> ARCINQ inquiry's ARCFILE at the backout copy answers for what a
*> backout took off the master.
FD  bkoFile.
01  bkoRec.
	02  bkoRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  bkoSeq PIC 9(4).
	02  FILLER PIC X(1).
	02  bkoOp PIC X(1).
	02  FILLER PIC X(1).
	02  bkoPartner PIC X(4).
	02  FILLER PIC X(1).
	02  bkoOriginal PIC X(30).
	02  FILLER PIC X(1).
	02  bkoEncrypted PIC X(30).
	02  FILLER PIC X(1).
	02  bkoDecrypted PIC X(30).
	02  FILLER PIC X(1).
	02  bkoSolved PIC X(30).
	02  FILLER PIC X(1).
	02  bkoShift PIC S9(4) SIGN LEADING SEPARATE.
	02  FILLER PIC X(1).
	02  bkoAuditResult PIC X(4).
	02  FILLER PIC X(1).
	02  bkoSegCount PIC X(2).
	02  FILLER PIC X(1).
	02  bkoOriginalRest PIC X(270).
	02  FILLER PIC X(1).
	02  bkoEncryptedRest PIC X(270).
	02  FILLER PIC X(1).
	02  bkoDecryptedRest PIC X(270).
	02  FILLER PIC X(1).
	02  bkoSolvedRest PIC X(270).
	02  FILLER PIC X(1).
	02  bkoCycle PIC X(2).

*> Same record layout the IDEONE audHistFile FD writes.
FD  audHistFile.
01  audHistRec.
	02  histRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  histRunTime PIC X(6).
	02  FILLER PIC X(1).
	02  histRunUser PIC X(20).
	02  FILLER PIC X(1).
	02  histCipher PIC X(8).
	02  FILLER PIC X(1).
	02  histShift PIC S9(4) SIGN LEADING SEPARATE.
	02  FILLER PIC X(1).
	02  histPassCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histFailCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histSkipCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histExcCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histTruncated PIC X(1).
	02  FILLER PIC X(1).
	02  histCycle PIC X(2).
	02  FILLER PIC X(1).
	02  histReversed PIC X(1).
	02  FILLER PIC X(1).
	02  histRevDate PIC X(8).

FD  audHOutFile.
01  audHOutLine PIC X(100).

FD  solveQFile.
01  solveQLine PIC X(210).

FD  newQFile.
01  newQLine PIC X(210).

*> Same record layout the TRANSMIT xmtLogFile FD writes.
FD  xmtLogFile.
01  xmtLogRec.
	02  logRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  logPartner PIC X(4).
	02  FILLER PIC X(1).
	02  logCount PIC 9(4).
	02  FILLER PIC X(1).
	02  logHash PIC 9(9).
	02  FILLER PIC X(1).
	02  logCycle PIC X(2).
	02  FILLER PIC X(1).
	02  logStatus PIC X(1).
	02  FILLER PIC X(1).
	02  logVoidDate PIC X(8).

FD  xmtLOutFile.
01  xmtLOutLine PIC X(80).

FD  recallFile.
01  recallRec.
	02  rclRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  rclPartner PIC X(4).
	02  FILLER PIC X(1).
	02  rclCount PIC 9(4).
	02  FILLER PIC X(1).
	02  rclHash PIC 9(9).
	02  FILLER PIC X(1).
	02  rclCycle PIC X(2).
	02  FILLER PIC X(1).
	02  rclStatus PIC X(8).
	02  FILLER PIC X(1).
	02  rclReason PIC X(30).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 rsltFileStatus PIC X(2) VALUE "00".
01 rsltCtlFileStatus PIC X(2) VALUE "00".
01 bkoCtlFileStatus PIC X(2) VALUE "00".
01 bkoFileStatus PIC X(2) VALUE "00".
01 audHistFileStatus PIC X(2) VALUE "00".
01 audHistEof PIC X(1) VALUE "N".
01 audHOutFileStatus PIC X(2) VALUE "00".
01 solveQFileStatus PIC X(2) VALUE "00".
01 solveQEof PIC X(1) VALUE "N".
01 newQFileStatus PIC X(2) VALUE "00".
01 xmtLogFileStatus PIC X(2) VALUE "00".
01 xmtLogEof PIC X(1) VALUE "N".
01 xmtLOutFileStatus PIC X(2) VALUE "00".
01 recallFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".

*> The first file that would not open, reported once - nothing is
*> touched until every file the backout needs is open.
01 openFailed PIC X(1) VALUE "N".
01 failName PIC X(8) VALUE SPACES.
01 failStatus PIC X(2) VALUE SPACES.

01 runDate PIC X(8) VALUE SPACES.
01 runTime PIC X(8) VALUE SPACES.
01 runUser PIC X(20) VALUE SPACES.

*> The run being backed out, off the BKOCTL card.
01 bkoCardOk PIC X(1) VALUE "N".
01 bkoDate PIC X(8) VALUE SPACES.
01 bkoCycleNum PIC 9(2) VALUE 1.
01 bkoCycleX PIC X(2) VALUE "01".
01 bkoReason PIC X(30) VALUE SPACES.
01 browseDone PIC X(1) VALUE "N".

*> What came off the master, by audit result.
01 removedCount PIC 9(5) VALUE 0.
01 copiedCount PIC 9(5) VALUE 0.
01 keptCount PIC 9(5) VALUE 0.
01 passCount PIC 9(5) VALUE 0.
01 failCount PIC 9(5) VALUE 0.
01 skipCount PIC 9(5) VALUE 0.
01 unsvCount PIC 9(5) VALUE 0.
01 dupCount PIC 9(5) VALUE 0.
01 otherCount PIC 9(5) VALUE 0.

*> The run's AUDHIST figures - a cycle that was rerun has more than
*> one record, and the last is the one the master reflects.
01 histCycleRead PIC X(2) VALUE SPACES.
01 histRevCount PIC 9(3) VALUE 0.
01 runHistTime PIC X(6) VALUE SPACES.
01 runHistUser PIC X(20) VALUE SPACES.
01 runHistPass PIC 9(3) VALUE 0.
01 runHistFail PIC 9(3) VALUE 0.
01 runHistSkip PIC 9(3) VALUE 0.

*> SOLVEQ withdrawal - Y while the + lines under a withdrawn item
*> are being dropped with it.
01 queCycleRead PIC X(2) VALUE SPACES.
01 queDropping PIC X(1) VALUE "N".
01 withdrawCount PIC 9(5) VALUE 0.
01 withdrawSegCount PIC 9(5) VALUE 0.

01 logCycleRead PIC X(2) VALUE SPACES.
01 voidCount PIC 9(3) VALUE 0.
01 recallCount PIC 9(3) VALUE 0.

*> What each partner was sent from the run, recomputed off the
*> records as they come off the master - the same selection and
*> hash TRANSMIT cuts its transmittals with, so each voided XMTLOG
*> entry can be proved against what the backout removed.
01 maxBkPartnerCount PIC 9(3) VALUE 100.
01 bkPartnerCount PIC 9(3) VALUE 0.
01 bkPartnerOverflow PIC X(1) VALUE "N".
01 bkPartnerTable.
	02 bkPartnerTb OCCURS 100 TIMES INDEXED BY BP.
		03 bkPartner PIC X(4).
		03 bkPartCount PIC 9(4).
		03 bkPartHash PIC 9(9).
		03 bkPartVoided PIC X(1).
01 bkPartFound PIC X(1) VALUE "N".
01 bkPartIdx PIC 9(3) VALUE 0.
01 msgLen PIC 9(3) VALUE 0.
01 H PIC 9(3) VALUE 0.
01 hashChar PIC X(1) VALUE SPACE.

*> The run date's RSLCTL control record - how many removed records
*> were backed out of it, and whether it was closed at zero or was
*> never there (a date from before the controls).
01 recOrigHash PIC 9(9) VALUE 0.
01 recEncHash PIC 9(9) VALUE 0.
01 HP PIC 9(3) VALUE 1.
01 ctlBackedOut PIC 9(5) VALUE 0.
01 ctlClosed PIC X(1) VALUE "N".
01 ctlMissing PIC X(1) VALUE "N".

01 resolvedCount PIC 9(5) VALUE 0.
01 histResolved PIC 9(5) VALUE 0.
01 mismatchCount PIC 9(3) VALUE 0.
01 checkResult PIC X(8) VALUE SPACES.
01 leftDisplay PIC -(4)9.
01 rightDisplay PIC -(4)9.

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT rptFile.
		MOVE SPACES TO rptLine.
		STRING "RUN BACKOUT" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		PERFORM captureRunInfo.
		PERFORM readBkoCtlCard.
		IF bkoCardOk NOT = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "NO USABLE RUN DATE AND CYCLE ON BKOCTL - RUN ABANDONED, "
					DELIMITED BY SIZE
					"NOTHING BACKED OUT" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM openBackoutFiles.
		IF openFailed = "Y" THEN
			DISPLAY "BACKOUT: unable to open " failName ", status "
				failStatus ", run abandoned"
			MOVE SPACES TO rptLine
			STRING failName DELIMITED BY SPACE
					" UNAVAILABLE - STATUS " DELIMITED BY SIZE
					failStatus DELIMITED BY SIZE
					" - RUN ABANDONED, NOTHING BACKED OUT" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM backoutMaster.
		PERFORM reverseHistory.
		PERFORM withdrawQueue.
		PERFORM voidTransmittals.
		CLOSE rsltFile.
		CLOSE rsltCtlFile.
		CLOSE bkoFile.
		CLOSE audHistFile.
		CLOSE audHOutFile.
		CLOSE solveQFile.
		CLOSE newQFile.
		CLOSE xmtLogFile.
		CLOSE xmtLOutFile.
		CLOSE recallFile.
		PERFORM writeControlTotals.
		PERFORM writeVerdict.
		CLOSE rptFile.
		STOP RUN.

	*> "Who backed it out" comes from USER, supplied by the STDENV DD
	*> in jcl/BACKOUTJ.jcl the same way IDEONEJ supplies it.
	captureRunInfo.
		ACCEPT runDate FROM DATE YYYYMMDD.
		ACCEPT runTime FROM TIME.
		ACCEPT runUser FROM ENVIRONMENT "USER".
		IF runUser = SPACES THEN
			MOVE "UNKNOWN" TO runUser
		END-IF.

	readBkoCtlCard.
		OPEN INPUT bkoCtlFile.
		IF bkoCtlFileStatus = "00" THEN
			READ bkoCtlFile
				AT END
					MOVE "10" TO bkoCtlFileStatus.
		IF bkoCtlFileStatus = "00" THEN
			MOVE "Y" TO bkoCardOk
			MOVE bkoCtlLine(1:8) TO bkoDate
			IF bkoDate NOT NUMERIC THEN
				MOVE "N" TO bkoCardOk
			END-IF
			IF bkoCtlLine(10:2) NOT = SPACES THEN
				IF bkoCtlLine(10:2) IS NUMERIC AND
						bkoCtlLine(10:2) NOT = "00" THEN
					MOVE bkoCtlLine(10:2) TO bkoCycleNum
				ELSE
					MOVE "N" TO bkoCardOk
				END-IF
			END-IF
			MOVE bkoCtlLine(13:30) TO bkoReason
			CLOSE bkoCtlFile
		ELSE
			DISPLAY "BACKOUT: no BKOCTL card found"
		END-IF.
		MOVE bkoCycleNum TO bkoCycleX.
		IF bkoReason = SPACES THEN
			MOVE "RUN BACKED OUT" TO bkoReason
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "RUN BACKED OUT: " DELIMITED BY SIZE
				bkoDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				bkoCycleX DELIMITED BY SIZE
				"  REASON: " DELIMITED BY SIZE
				bkoReason DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "BACKED OUT BY " DELIMITED BY SIZE
				runUser DELIMITED BY SIZE
				" ON " DELIMITED BY SIZE
				runDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				runTime(1:6) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> Every file is opened before anything changes, so a missing
	*> dataset abandons the run with the master, the history, the
	*> queue and the log all exactly as they were.  BKOFILE status
	*> 05 is the OPTIONAL file being created by the first backout.
	openBackoutFiles.
		OPEN EXTEND bkoFile.
		IF bkoFileStatus NOT = "00" AND bkoFileStatus NOT = "05" THEN
			MOVE "BKOFILE" TO failName
			MOVE bkoFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN INPUT audHistFile.
		IF audHistFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "AUDHIST" TO failName
			MOVE audHistFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT audHOutFile.
		IF audHOutFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "AUDHOUT" TO failName
			MOVE audHOutFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN INPUT solveQFile.
		IF solveQFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "SOLVEQ" TO failName
			MOVE solveQFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT newQFile.
		IF newQFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "SOLVQOUT" TO failName
			MOVE newQFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN INPUT xmtLogFile.
		IF xmtLogFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "XMTLOG" TO failName
			MOVE xmtLogFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT xmtLOutFile.
		IF xmtLOutFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "XMTLOUT" TO failName
			MOVE xmtLOutFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT recallFile.
		IF recallFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "RECALL" TO failName
			MOVE recallFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		IF openFailed = "N" THEN
			OPEN I-O rsltFile
			IF rsltFileStatus NOT = "00" THEN
				MOVE "RSLFILE" TO failName
				MOVE rsltFileStatus TO failStatus
				MOVE "Y" TO openFailed
			END-IF
		END-IF.
		IF openFailed = "N" THEN
			OPEN I-O rsltCtlFile
			IF rsltCtlFileStatus NOT = "00" THEN
				MOVE "RSLCTL" TO failName
				MOVE rsltCtlFileStatus TO failStatus
				MOVE "Y" TO openFailed
			END-IF
		END-IF.

	*> The run's records are contiguous on the master - date + cycle
	*> + sequence - so browse from its first key until either
	*> changes.  A record is deleted only once its backout copy is
	*> written; one that could not be copied stays on the master and
	*> is counted as kept, which throws the proof out of balance.
	backoutMaster.
		MOVE "N" TO browseDone.
		MOVE bkoDate TO rsltRunDate.
		MOVE bkoCycleNum TO rsltCycle.
		MOVE 0 TO rsltSeq.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
				MOVE "Y" TO browseDone
		END-START.
		PERFORM backoutLoop UNTIL browseDone = "Y".

	backoutLoop.
		READ rsltFile NEXT
			AT END
				MOVE "Y" TO browseDone
			NOT AT END
				IF rsltRunDate = bkoDate AND rsltCycle = bkoCycleNum THEN
					PERFORM backoutRecord
				ELSE
					MOVE "Y" TO browseDone
				END-IF
		END-READ.

	backoutRecord.
		PERFORM copyRecord.
		IF bkoFileStatus = "00" THEN
			ADD 1 TO copiedCount
			DELETE rsltFile
			IF rsltFileStatus = "00" THEN
				ADD 1 TO removedCount
				PERFORM tallyResult
				PERFORM tallyPartner
				PERFORM backOutResultControl
			ELSE
				ADD 1 TO keptCount
				PERFORM writeKeptLine
			END-IF
		ELSE
			ADD 1 TO keptCount
			PERFORM writeKeptLine
		END-IF.

	*> The removed record's share comes off its date's controls - the
	*> same back-out RSLARCH makes for a purged record.  A date whose
	*> last record this was closes its control record.
	backOutResultControl.
		PERFORM computeResultHash.
		MOVE rsltRunDate TO rctlRunDate.
		READ rsltCtlFile
			INVALID KEY
				MOVE "Y" TO ctlMissing
			NOT INVALID KEY
				PERFORM applyControlBackOut
		END-READ.

	applyControlBackOut.
		ADD 1 TO ctlBackedOut.
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
					DISPLAY "BACKOUT: RSLCTL delete failed for "
						rctlRunDate ", status " rsltCtlFileStatus
				NOT INVALID KEY
					MOVE "Y" TO ctlClosed
			END-DELETE
		ELSE
			MOVE runDate TO rctlUpdDate
			MOVE "BACKOUT" TO rctlUpdProgram
			REWRITE rctlRec
				INVALID KEY
					DISPLAY "BACKOUT: RSLCTL rewrite failed for "
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

	copyRecord.
		MOVE SPACES TO bkoRec.
		MOVE rsltRunDate TO bkoRunDate.
		MOVE rsltSeq TO bkoSeq.
		MOVE rsltOp TO bkoOp.
		MOVE rsltPartner TO bkoPartner.
		MOVE rsltOriginal(1:30) TO bkoOriginal.
		MOVE rsltEncrypted(1:30) TO bkoEncrypted.
		MOVE rsltDecrypted(1:30) TO bkoDecrypted.
		MOVE rsltSolved(1:30) TO bkoSolved.
		MOVE rsltShift TO bkoShift.
		MOVE rsltAuditResult TO bkoAuditResult.
		MOVE rsltSegCount TO bkoSegCount.
		MOVE rsltOriginal(31:270) TO bkoOriginalRest.
		MOVE rsltEncrypted(31:270) TO bkoEncryptedRest.
		MOVE rsltDecrypted(31:270) TO bkoDecryptedRest.
		MOVE rsltSolved(31:270) TO bkoSolvedRest.
		MOVE rsltCycle TO bkoCycle.
		WRITE bkoRec.

	writeKeptLine.
		MOVE SPACES TO rptLine.
		STRING "SEQ " DELIMITED BY SIZE
				rsltSeq DELIMITED BY SIZE
				" NOT BACKED OUT - BKOFILE STATUS " DELIMITED BY SIZE
				bkoFileStatus DELIMITED BY SIZE
				"  RSLFILE STATUS " DELIMITED BY SIZE
				rsltFileStatus DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	tallyResult.
		EVALUATE rsltAuditResult
			WHEN "PASS"
				ADD 1 TO passCount
			WHEN "FAIL"
				ADD 1 TO failCount
			WHEN "SKIP"
				ADD 1 TO skipCount
			WHEN "UNSV"
				ADD 1 TO unsvCount
			WHEN "DUP "
				ADD 1 TO dupCount
			WHEN OTHER
				ADD 1 TO otherCount
		END-EVALUATE.

	*> TRANSMIT's selection - an E or R record with a partner named
	*> and ciphertext present - and its hash over every segment.
	tallyPartner.
		IF (rsltOp = "E" OR rsltOp = "R") AND
				rsltPartner NOT = SPACES AND
				rsltEncrypted NOT = SPACES THEN
			PERFORM findBkPartner
			IF bkPartIdx > 0 THEN
				ADD 1 TO bkPartCount(bkPartIdx)
				COMPUTE msgLen = rsltSegCount * 30
				PERFORM hashForLoop VARYING H FROM 1 BY 1 UNTIL H > msgLen
			END-IF
		END-IF.

	findBkPartner.
		MOVE "N" TO bkPartFound.
		MOVE 0 TO bkPartIdx.
		PERFORM bkPartSearchLoop VARYING BP FROM 1 BY 1
			UNTIL BP > bkPartnerCount OR bkPartFound = "Y".
		IF bkPartFound NOT = "Y" THEN
			IF bkPartnerCount < maxBkPartnerCount THEN
				ADD 1 TO bkPartnerCount
				MOVE bkPartnerCount TO bkPartIdx
				MOVE rsltPartner TO bkPartner(bkPartIdx)
				MOVE 0 TO bkPartCount(bkPartIdx)
				MOVE 0 TO bkPartHash(bkPartIdx)
				MOVE "N" TO bkPartVoided(bkPartIdx)
			ELSE
				MOVE "Y" TO bkPartnerOverflow
			END-IF
		END-IF.

	bkPartSearchLoop.
		IF bkPartner(BP) = rsltPartner THEN
			MOVE "Y" TO bkPartFound
			SET bkPartIdx TO BP
		END-IF.

	hashForLoop.
		MOVE rsltEncrypted(H:1) TO hashChar.
		IF hashChar NOT = SPACE THEN
			COMPUTE bkPartHash(bkPartIdx) =
				Function MOD(bkPartHash(bkPartIdx) + Function ORD(hashChar),
					1000000000)
		END-IF.

	*> Every AUDHIST record is copied through; the run's own are
	*> marked R with today's date.  One already reversed by an
	*> earlier backout is left as it is.
	reverseHistory.
		PERFORM histCopyLoop UNTIL audHistEof = "Y".

	histCopyLoop.
		READ audHistFile
			AT END
				MOVE "Y" TO audHistEof.
		IF audHistEof NOT = "Y" THEN
			MOVE histCycle TO histCycleRead
			IF histCycleRead NOT NUMERIC THEN
				MOVE "01" TO histCycleRead
			END-IF
			IF histRunDate = bkoDate AND histCycleRead = bkoCycleX AND
					histReversed NOT = "R" THEN
				MOVE "R" TO histReversed
				MOVE runDate TO histRevDate
				ADD 1 TO histRevCount
				MOVE histRunTime TO runHistTime
				MOVE histRunUser TO runHistUser
				MOVE histPassCount TO runHistPass
				MOVE histFailCount TO runHistFail
				MOVE histSkipCount TO runHistSkip
			END-IF
			WRITE audHOutLine FROM audHistRec
		END-IF.

	*> A queue detail carries its run date and cycle in columns 1-10;
	*> the + lines under it (blank 1-9, + in column 10) go wherever
	*> it goes.  Headers, trailers and every other run's items are
	*> copied through unchanged.  An item SOLVEREV already worked is
	*> off the queue - its decision went with the master record.
	withdrawQueue.
		PERFORM queCopyLoop UNTIL solveQEof = "Y".

	queCopyLoop.
		READ solveQFile
			AT END
				MOVE "Y" TO solveQEof.
		IF solveQEof NOT = "Y" THEN
			IF solveQLine(1:8) IS NUMERIC THEN
				MOVE solveQLine(9:2) TO queCycleRead
				IF queCycleRead NOT NUMERIC THEN
					MOVE "01" TO queCycleRead
				END-IF
				IF solveQLine(1:8) = bkoDate AND queCycleRead = bkoCycleX THEN
					MOVE "Y" TO queDropping
					ADD 1 TO withdrawCount
					PERFORM writeWithdrawLine
				ELSE
					MOVE "N" TO queDropping
					MOVE solveQLine TO newQLine
					WRITE newQLine
				END-IF
			ELSE
				IF solveQLine(1:9) = SPACES AND solveQLine(10:1) = "+" AND
						queDropping = "Y" THEN
					ADD 1 TO withdrawSegCount
				ELSE
					MOVE "N" TO queDropping
					MOVE solveQLine TO newQLine
					WRITE newQLine
				END-IF
			END-IF
		END-IF.

	writeWithdrawLine.
		MOVE SPACES TO rptLine.
		STRING "WITHDRAWN FROM SOLVE QUEUE  SEQ " DELIMITED BY SIZE
				solveQLine(11:4) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				solveQLine(17:30) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> Every XMTLOG record is copied through; the run's own are
	*> marked V with today's date so ACKIN stops chasing their
	*> acknowledgments, each is proved against what the backout took
	*> off the master for that partner, and the partner gets a recall
	*> notice.
	voidTransmittals.
		PERFORM logCopyLoop UNTIL xmtLogEof = "Y".

	logCopyLoop.
		READ xmtLogFile
			AT END
				MOVE "Y" TO xmtLogEof.
		IF xmtLogEof NOT = "Y" THEN
			MOVE logCycle TO logCycleRead
			IF logCycleRead = SPACES THEN
				MOVE "01" TO logCycleRead
			END-IF
			IF logRunDate = bkoDate AND logCycleRead = bkoCycleX AND
					logStatus NOT = "V" THEN
				MOVE "V" TO logStatus
				MOVE runDate TO logVoidDate
				ADD 1 TO voidCount
				PERFORM proveTransmittal
				PERFORM writeRecallNotice
			END-IF
			WRITE xmtLOutLine FROM xmtLogRec
		END-IF.

	proveTransmittal.
		MOVE "N" TO bkPartFound.
		MOVE 0 TO bkPartIdx.
		PERFORM logPartSearchLoop VARYING BP FROM 1 BY 1
			UNTIL BP > bkPartnerCount OR bkPartFound = "Y".
		IF bkPartFound = "Y" THEN
			MOVE "Y" TO bkPartVoided(bkPartIdx)
		END-IF.
		IF bkPartFound = "Y" AND bkPartCount(bkPartIdx) = logCount AND
				bkPartHash(bkPartIdx) = logHash THEN
			MOVE "OK      " TO checkResult
		ELSE
			MOVE "MISMATCH" TO checkResult
			ADD 1 TO mismatchCount
		END-IF.
		MOVE SPACES TO rptLine.
		IF bkPartFound = "Y" THEN
			STRING checkResult DELIMITED BY SIZE
					" TRANSMITTAL VOIDED  PARTNER " DELIMITED BY SIZE
					logPartner DELIMITED BY SIZE
					"  SENT " DELIMITED BY SIZE
					logCount DELIMITED BY SIZE
					"/" DELIMITED BY SIZE
					logHash DELIMITED BY SIZE
					"  BACKED OUT " DELIMITED BY SIZE
					bkPartCount(bkPartIdx) DELIMITED BY SIZE
					"/" DELIMITED BY SIZE
					bkPartHash(bkPartIdx) DELIMITED BY SIZE
				INTO rptLine
		ELSE
			STRING checkResult DELIMITED BY SIZE
					" TRANSMITTAL VOIDED  PARTNER " DELIMITED BY SIZE
					logPartner DELIMITED BY SIZE
					"  SENT " DELIMITED BY SIZE
					logCount DELIMITED BY SIZE
					"/" DELIMITED BY SIZE
					logHash DELIMITED BY SIZE
					"  NO RECORDS BACKED OUT FOR THIS PARTNER" DELIMITED BY SIZE
				INTO rptLine
		END-IF.
		WRITE rptLine.

	logPartSearchLoop.
		IF bkPartner(BP) = logPartner THEN
			MOVE "Y" TO bkPartFound
			SET bkPartIdx TO BP
		END-IF.

	writeRecallNotice.
		MOVE SPACES TO recallRec.
		MOVE logRunDate TO rclRunDate.
		MOVE logPartner TO rclPartner.
		MOVE logCount TO rclCount.
		MOVE logHash TO rclHash.
		MOVE logCycleRead TO rclCycle.
		MOVE "RECALLED" TO rclStatus.
		MOVE bkoReason TO rclReason.
		WRITE recallRec.
		ADD 1 TO recallCount.

	writeControlTotals.
		MOVE SPACES TO rptLine.
		STRING "RESULTS MASTER  RECORDS REMOVED: " DELIMITED BY SIZE
				removedCount DELIMITED BY SIZE
				"  COPIED TO BKOFILE: " DELIMITED BY SIZE
				copiedCount DELIMITED BY SIZE
				"  NOT REMOVED: " DELIMITED BY SIZE
				keptCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "  PASS: " DELIMITED BY SIZE
				passCount DELIMITED BY SIZE
				"  FAIL: " DELIMITED BY SIZE
				failCount DELIMITED BY SIZE
				"  SKIP: " DELIMITED BY SIZE
				skipCount DELIMITED BY SIZE
				"  UNSOLVED: " DELIMITED BY SIZE
				unsvCount DELIMITED BY SIZE
				"  DUP: " DELIMITED BY SIZE
				dupCount DELIMITED BY SIZE
				"  OTHER: " DELIMITED BY SIZE
				otherCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		IF bkPartnerOverflow = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "PARTNERS PAST THE " DELIMITED BY SIZE
					maxBkPartnerCount DELIMITED BY SIZE
					"-PARTNER TABLE WERE NOT TOTALLED - TRANSMITTALS NOT PROVED"
						DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			ADD 1 TO mismatchCount
		END-IF.
		PERFORM partnerCheckLoop VARYING BP FROM 1 BY 1
			UNTIL BP > bkPartnerCount.
		MOVE SPACES TO rptLine.
		EVALUATE TRUE
			WHEN ctlMissing = "Y"
				STRING "RESULTS CONTROLS  NO RSLCTL RECORD FOR " DELIMITED BY SIZE
						bkoDate DELIMITED BY SIZE
						" - NOTHING BACKED OUT OF THE CONTROLS" DELIMITED BY SIZE
					INTO rptLine
			WHEN ctlClosed = "Y"
				STRING "RESULTS CONTROLS  RECORDS BACKED OUT: " DELIMITED BY SIZE
						ctlBackedOut DELIMITED BY SIZE
						"  RSLCTL RECORD FOR " DELIMITED BY SIZE
						bkoDate DELIMITED BY SIZE
						" CLOSED" DELIMITED BY SIZE
					INTO rptLine
			WHEN OTHER
				STRING "RESULTS CONTROLS  RECORDS BACKED OUT: " DELIMITED BY SIZE
						ctlBackedOut DELIMITED BY SIZE
					INTO rptLine
		END-EVALUATE.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "SOLVE QUEUE  ITEMS WITHDRAWN: " DELIMITED BY SIZE
				withdrawCount DELIMITED BY SIZE
				"  CONTINUATION LINES: " DELIMITED BY SIZE
				withdrawSegCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "TRANSMITTAL LOG  ENTRIES VOIDED: " DELIMITED BY SIZE
				voidCount DELIMITED BY SIZE
				"  RECALL NOTICES: " DELIMITED BY SIZE
				recallCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

		MOVE removedCount TO leftDisplay.
		MOVE copiedCount TO rightDisplay.
		IF removedCount = copiedCount AND keptCount = 0 THEN
			PERFORM writeCheckOk
		ELSE
			PERFORM writeCheckBad
		END-IF.
		PERFORM writeCheckLine.
		MOVE SPACES TO rptLine.
		STRING "         RECORDS REMOVED VS BACKOUT COPY" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

		IF histRevCount = 0 THEN
			MOVE SPACES TO rptLine
			STRING "NO AUDHIST RECORD FOR THE RUN - MASTER FIGURES NOT PROVED"
					DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		ELSE
			PERFORM proveAgainstHistory
		END-IF.

	*> A partner the run had ciphertext for but no voided entry - it
	*> was never transmitted (or its transmittal was held back), so
	*> there is nothing to recall.
	partnerCheckLoop.
		IF bkPartVoided(BP) NOT = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "PARTNER " DELIMITED BY SIZE
					bkPartner(BP) DELIMITED BY SIZE
					"  " DELIMITED BY SIZE
					bkPartCount(BP) DELIMITED BY SIZE
					" RECORD(S) BACKED OUT, NOT ON XMTLOG - NOTHING TO RECALL"
						DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	*> The same split PARTSTMT cross-foots on - SOLVEREV review can
	*> turn a FAIL into a PASS or an UNSV after the night, but never
	*> adds or drops a record, so PASS + FAIL + UNSV off the master
	*> must equal the run's PASS + FAIL, and the skips match exactly.
	proveAgainstHistory.
		MOVE SPACES TO rptLine.
		STRING "AUDHIST  RUN RECORDS REVERSED: " DELIMITED BY SIZE
				histRevCount DELIMITED BY SIZE
				"  RUN AT " DELIMITED BY SIZE
				runHistTime DELIMITED BY SIZE
				" BY " DELIMITED BY SIZE
				runHistUser DELIMITED BY SIZE
				"  PASS: " DELIMITED BY SIZE
				runHistPass DELIMITED BY SIZE
				"  FAIL: " DELIMITED BY SIZE
				runHistFail DELIMITED BY SIZE
				"  SKIP: " DELIMITED BY SIZE
				runHistSkip DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		COMPUTE resolvedCount = passCount + failCount + unsvCount.
		COMPUTE histResolved = runHistPass + runHistFail.
		MOVE resolvedCount TO leftDisplay.
		MOVE histResolved TO rightDisplay.
		IF resolvedCount = histResolved THEN
			PERFORM writeCheckOk
		ELSE
			PERFORM writeCheckBad
		END-IF.
		PERFORM writeCheckLine.
		MOVE SPACES TO rptLine.
		STRING "         PASS + FAIL + UNSOLVED VS AUDHIST PASS + FAIL"
				DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE skipCount TO leftDisplay.
		MOVE runHistSkip TO rightDisplay.
		IF skipCount = runHistSkip THEN
			PERFORM writeCheckOk
		ELSE
			PERFORM writeCheckBad
		END-IF.
		PERFORM writeCheckLine.
		MOVE SPACES TO rptLine.
		STRING "         SKIPPED VS AUDHIST SKIP" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	writeCheckOk.
		MOVE "OK      " TO checkResult.

	writeCheckBad.
		MOVE "MISMATCH" TO checkResult.
		ADD 1 TO mismatchCount.

	writeCheckLine.
		MOVE SPACES TO rptLine.
		STRING checkResult DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				leftDisplay DELIMITED BY SIZE
				" VS " DELIMITED BY SIZE
				rightDisplay DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	writeVerdict.
		MOVE SPACES TO rptLine.
		EVALUATE TRUE
			WHEN removedCount = 0 AND keptCount = 0 AND histRevCount = 0 AND
					withdrawCount = 0 AND voidCount = 0
				STRING "NOTHING FOUND TO BACK OUT FOR RUN " DELIMITED BY SIZE
						bkoDate DELIMITED BY SIZE
						" CYCLE " DELIMITED BY SIZE
						bkoCycleX DELIMITED BY SIZE
					INTO rptLine
				MOVE 8 TO RETURN-CODE
			WHEN mismatchCount > 0
				STRING "BACKOUT OUT OF BALANCE - MISMATCHES: " DELIMITED BY SIZE
						mismatchCount DELIMITED BY SIZE
					INTO rptLine
				MOVE 8 TO RETURN-CODE
			WHEN histRevCount = 0
				STRING "RUN BACKED OUT - NOT PROVED AGAINST AUDHIST" DELIMITED BY SIZE
					INTO rptLine
				MOVE 4 TO RETURN-CODE
			WHEN OTHER
				STRING "RUN BACKED OUT - ALL CHECKS OK" DELIMITED BY SIZE
					INTO rptLine
		END-EVALUATE.
		WRITE rptLine.
		DISPLAY "BACKOUT: " rptLine.
END PROGRAM BACKOUT.
