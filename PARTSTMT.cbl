*>                    combined figure, with UNSV also reported on
*>                    its own line per section.  Skips still match
*>                    exactly - nothing reclassifies a skip.
*>   2026-10-15  RP   Follow the widened RSLFILE layout. A multi-
*>                    segment message is one master record and is
*>                    counted and billed as one message.
*>   2026-10-15  RP   Bill from the PARTMAST partner master - each
*>                    partner section now heads with the partner's
*>                    name and owning department, and its billable
*>                    count is extended by the master's billing rate
*>                    into a chargeback amount, totalled on the grand
*>                    page. A partner with activity but no master
*>                    record is stated with no charge and flagged,
*>                    ending the run RC=4 so billing asks why.
*>   2026-10-15  RP   Run cycle - RSLFILE is keyed date + cycle +
*>                    sequence and AUDHIST carries the cycle, so a day
*>                    can hold an off-cycle run beside the night run.
*>                    The cross-foot sums AUDHIST one run per date +
*>                    cycle, the last record for a cycle standing in
*>                    for a cycle that was rerun (the rerun rewrote
*>                    that cycle's master records), and the verdict
*>                    counts the month's runs, off-cycle runs and
*>                    superseded reruns.  History cut before cycles
*>                    reads as cycle 01.
*>   2026-10-15  RP   Backed-out runs - a run BACKOUT reversed is
*>                    marked R on AUDHIST and its records are off the
*>                    master, so it is left out of the cross-foot and
*>                    counted on the verdict as reversed.
*>   2026-10-15  RP   Follow the RSLFILE layout - the master record
*>                    now ends with its last-changed stamp.

*> STMCTL card - one record, REQUIRED.  Columns:
*>    1- 6  month to state, YYYYMM
	SELECT audHistFile ASSIGN TO "AUDHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS audHistFileStatus.
	SELECT partFile ASSIGN TO "PARTMAST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS partFileStatus.
	SELECT stmCtlFile ASSIGN TO "STMCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS stmCtlFileStatus.
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

*> Same record layout the IDEONE audHistFile FD writes.
FD  audHistFile.
	02  histExcCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histTruncated PIC X(1).
	02  FILLER PIC X(1).
	02  histCycle PIC 9(2).
	02  FILLER PIC X(1).
	02  histReversed PIC X(1).
	02  FILLER PIC X(1).
	02  histRevDate PIC X(8).

*> Same record layout PARTMNT writes - partner, name, contact,
*> department, billing rate, transmittal slot, status.
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

FD  stmCtlFile.
01  stmCtlLine PIC X(80).
01 audHistFileStatus PIC X(2) VALUE "00".
01 audHistEof PIC X(1) VALUE "N".
01 stmCtlFileStatus PIC X(2) VALUE "00".
01 partFileStatus PIC X(2) VALUE "00".
01 partFileEof PIC X(1) VALUE "N".
01 rptFileStatus PIC X(2) VALUE "00".

01 stmtMonth PIC X(6) VALUE SPACES.
01 histMonthSkip PIC 9(6) VALUE 0.
01 crossFootBad PIC X(1) VALUE "N".

*> The month's AUDHIST runs, one entry per run date + cycle - a
*> later record for the same cycle is a rerun and replaces the
*> figures the earlier one left, as the rerun replaced its master
*> records.
01 maxMonthRunCount PIC 9(3) VALUE 400.
01 monthRunCount PIC 9(3) VALUE 0.
01 monthRunOverflow PIC X(1) VALUE "N".
01 monthRunTable.
	02 monthRunTb OCCURS 400 TIMES INDEXED BY MR.
		03 mrRunDate PIC X(8).
		03 mrCycle PIC X(2).
		03 mrPassCount PIC 9(3).
		03 mrFailCount PIC 9(3).
		03 mrSkipCount PIC 9(3).
01 monthRunFound PIC X(1) VALUE "N".
01 monthRunIdx PIC 9(3) VALUE 0.
01 histCycleRead PIC X(2) VALUE SPACES.
01 offCycleCount PIC 9(3) VALUE 0.
01 rerunCount PIC 9(3) VALUE 0.
01 reversedCount PIC 9(3) VALUE 0.

*> The reclassification-safe sides of the cross-foot - the master's
*> pass + fail + UNSV against the history's pass + fail.
01 stmtResolved PIC 9(7) VALUE 0.
01 slotFound PIC X(1) VALUE "N".
01 sectionTotal PIC 9(5) VALUE 0.

*> Partner master names and billing rates, loaded from PARTMAST -
*> sized to match what PARTMNT can write.  A suspended partner
*> still bills for the month's work done before the suspension.
01 maxPartCount PIC 9(3) VALUE 200.
01 partCount PIC 9(3) VALUE 0.
01 partMasterTable.
	02 partEntryTb OCCURS 200 TIMES INDEXED BY P.
		03 partPartner PIC X(4) VALUE SPACES.
		03 partName PIC X(30) VALUE SPACES.
		03 partDept PIC X(2) VALUE SPACES.
		03 partRate PIC 9(3)V99 VALUE 0.
01 partFound PIC X(1) VALUE "N".
01 stmName PIC X(30) VALUE SPACES.
01 stmDept PIC X(2) VALUE SPACES.
01 stmRate PIC 9(3)V99 VALUE 0.

*> Chargeback - the section's billable count extended by the
*> partner's rate, and the month's total across every section.
*> unpricedCount is partners stated with no master record to bill
*> them from.
01 chargeAmount PIC 9(7)V99 VALUE 0.
01 grandCharge PIC 9(8)V99 VALUE 0.
01 unpricedCount PIC 9(3) VALUE 0.
01 rateDisplay PIC ZZ9.99.
01 chargeDisplay PIC Z,ZZZ,ZZ9.99.
01 grandChargeDisplay PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT rptFile.
		END-IF.
		PERFORM browseMonth.
		CLOSE rsltFile.
		PERFORM loadPartnerMaster.
		PERFORM statementForLoop VARYING PT FROM 1 BY 1
			UNTIL PT > partnerCount.
		PERFORM writeHouseSection.
		CLOSE rptFile.
		IF crossFootBad = "Y" OR partnerOverflow = "Y" THEN
			MOVE 8 TO RETURN-CODE
		ELSE
			IF unpricedCount > 0 THEN
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF.
		STOP RUN.

			DISPLAY "PARTSTMT: no STMCTL month card found"
		END-IF.

	*> A missing PARTMAST leaves every partner unpriced - the counts
	*> still state and cross-foot, but no partner is charged.
	loadPartnerMaster.
		OPEN INPUT partFile.
		IF partFileStatus = "00" THEN
			PERFORM partLoadLoop
				UNTIL partFileEof = "Y" OR partCount = maxPartCount
			IF partCount = maxPartCount AND partFileEof NOT = "Y" THEN
				DISPLAY "PARTSTMT: PARTMAST exceeds the " maxPartCount
					"-partner capacity, partners past " maxPartCount
					" are unpriced"
			END-IF
			CLOSE partFile
		ELSE
			DISPLAY "PARTSTMT: unable to open PARTMAST, status "
				partFileStatus ", no partner is priced"
		END-IF.

	partLoadLoop.
		ADD 1 TO partCount.
		READ partFile
			AT END
				SUBTRACT 1 FROM partCount
				MOVE "Y" TO partFileEof.
		IF partFileEof NOT = "Y" THEN
			MOVE partRecPartner TO partPartner(partCount)
			MOVE partRecName TO partName(partCount)
			MOVE partRecDept TO partDept(partCount)
			MOVE partRecRate TO partRate(partCount)
		END-IF.

	findPartnerMaster.
		MOVE "N" TO partFound.
		MOVE SPACES TO stmName.
		MOVE SPACES TO stmDept.
		MOVE 0 TO stmRate.
		PERFORM partSearchLoop VARYING P FROM 1 BY 1
			UNTIL P > partCount OR partFound = "Y".

	partSearchLoop.
		IF partPartner(P) = stmPartner(PT) THEN
			MOVE "Y" TO partFound
			MOVE partName(P) TO stmName
			MOVE partDept(P) TO stmDept
			MOVE partRate(P) TO stmRate
		END-IF.

	*> Start at the month's first possible key and read forward until
	*> the run date leaves the month - the key is date + cycle +
	*> sequence, so the month's records are contiguous.
	browseMonth.
		MOVE "N" TO browseDone.
		MOVE SPACES TO rsltRunDate.
		STRING stmtMonth DELIMITED BY SIZE
				"01" DELIMITED BY SIZE
			INTO rsltRunDate.
		MOVE 0 TO rsltCycle.
		MOVE 0 TO rsltSeq.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
		END-EVALUATE.

	statementForLoop.
		PERFORM findPartnerMaster.
		IF partFound NOT = "Y" THEN
			MOVE "*** NOT ON PARTMAST ***" TO stmName
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "STATEMENT - PARTNER " DELIMITED BY SIZE
				stmPartner(PT) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				stmName DELIMITED BY SIZE
				"  DEPT " DELIMITED BY SIZE
				stmDept DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		COMPUTE sectionTotal = stmEncCount(PT) + stmDecCount(PT)
				stmUnsvCount(PT) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		PERFORM writeChargebackLine.

	*> The billable count extended by the master's rate.  A partner
	*> the master does not know is stated but not charged - guessing
	*> a rate is worse than asking.
	writeChargebackLine.
		MOVE SPACES TO rptLine.
		IF partFound = "Y" THEN
			COMPUTE chargeAmount = sectionTotal * stmRate
			ADD chargeAmount TO grandCharge
			MOVE stmRate TO rateDisplay
			MOVE chargeAmount TO chargeDisplay
			STRING "  CHARGEBACK: " DELIMITED BY SIZE
					sectionTotal DELIMITED BY SIZE
					" MESSAGES AT " DELIMITED BY SIZE
					rateDisplay DELIMITED BY SIZE
					" = " DELIMITED BY SIZE
					chargeDisplay DELIMITED BY SIZE
				INTO rptLine
		ELSE
			ADD 1 TO unpricedCount
			STRING "  CHARGEBACK: NO PARTMAST RECORD - NOT CHARGED"
					DELIMITED BY SIZE
				INTO rptLine
		END-IF.
		WRITE rptLine.

	writeHouseSection.
		MOVE SPACES TO rptLine.
				grandDupCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE grandCharge TO grandChargeDisplay.
		MOVE SPACES TO rptLine.
		STRING "  CHARGEBACK TOTAL: " DELIMITED BY SIZE
				grandChargeDisplay DELIMITED BY SIZE
				"  PARTNERS NOT PRICED: " DELIMITED BY SIZE
				unpricedCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		IF partnerOverflow = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "PARTNERS PAST THE " DELIMITED BY SIZE
		IF audHistFileStatus = "00" OR audHistFileStatus = "10" THEN
			CLOSE audHistFile
		END-IF.
		PERFORM monthRunSumLoop VARYING MR FROM 1 BY 1
			UNTIL MR > monthRunCount.
		IF monthRunOverflow = "Y" THEN
			MOVE "Y" TO crossFootBad
			MOVE SPACES TO rptLine
			STRING "AUDHIST MONTH EXCEEDS THE " DELIMITED BY SIZE
					maxMonthRunCount DELIMITED BY SIZE
					"-RUN TABLE - STATEMENT NOT CROSS-FOOTED"
						DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		IF audHistEof = "Y" AND crossFootBad NOT = "Y" THEN
			PERFORM writeCrossFootVerdict
		END-IF.
				MOVE "Y" TO audHistEof.
		IF audHistEof NOT = "Y" THEN
			IF histRunDate(1:6) = stmtMonth THEN
				IF histReversed = "R" THEN
					ADD 1 TO reversedCount
				ELSE
					PERFORM recordMonthRun
				END-IF
			END-IF
		END-IF.

	recordMonthRun.
		MOVE histCycle TO histCycleRead.
		IF histCycleRead NOT NUMERIC THEN
			MOVE "01" TO histCycleRead
		END-IF.
		MOVE "N" TO monthRunFound.
		MOVE 0 TO monthRunIdx.
		PERFORM monthRunSearchLoop VARYING MR FROM 1 BY 1
			UNTIL MR > monthRunCount OR monthRunFound = "Y".
		IF monthRunFound = "Y" THEN
			ADD 1 TO rerunCount
		ELSE
			IF monthRunCount < maxMonthRunCount THEN
				ADD 1 TO monthRunCount
				MOVE monthRunCount TO monthRunIdx
				MOVE histRunDate TO mrRunDate(monthRunIdx)
				MOVE histCycleRead TO mrCycle(monthRunIdx)
				IF histCycleRead NOT = "01" THEN
					ADD 1 TO offCycleCount
				END-IF
			ELSE
				MOVE "Y" TO monthRunOverflow
			END-IF
		END-IF.
		IF monthRunIdx > 0 THEN
			MOVE histPassCount TO mrPassCount(monthRunIdx)
			MOVE histFailCount TO mrFailCount(monthRunIdx)
			MOVE histSkipCount TO mrSkipCount(monthRunIdx)
		END-IF.

	monthRunSearchLoop.
		IF mrRunDate(MR) = histRunDate AND mrCycle(MR) = histCycleRead THEN
			MOVE "Y" TO monthRunFound
			SET monthRunIdx TO MR
		END-IF.

	monthRunSumLoop.
		ADD mrPassCount(MR) TO histMonthPass.
		ADD mrFailCount(MR) TO histMonthFail.
		ADD mrSkipCount(MR) TO histMonthSkip.

	*> The pass/fail side is proved as one combined figure - SOLVEREV
	*> review postings can reclassify a record after the night AUDHIST
	*> was cut (UNSV for an unsolvable, PASS over a FAIL for an
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "AUDHIST MONTH RUNS: " DELIMITED BY SIZE
				monthRunCount DELIMITED BY SIZE
				"  OFF-CYCLE: " DELIMITED BY SIZE
				offCycleCount DELIMITED BY SIZE
				"  RERUNS SUPERSEDED: " DELIMITED BY SIZE
				rerunCount DELIMITED BY SIZE
				"  REVERSED: " DELIMITED BY SIZE
				reversedCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "PASS + FAIL + UNSOLVED " DELIMITED BY SIZE
				stmtResolved DELIMITED BY SIZE
				" VS AUDHIST PASS + FAIL " DELIMITED BY SIZE
