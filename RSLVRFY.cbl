$ SET SOURCEFORMAT "FREE"

IDENTIFICATION DIVISION.
PROGRAM-ID. RSLVRFY.
AUTHOR. Robert Perrone.
DATE-WRITTEN. October 15th 2026

*> Mod history:
*>   2026-10-15  RP   Original version - results master integrity
*>                    check.  RSLFILE is the system of record CIPHINQ,
*>                    TRANSMIT, PARTSTMT, DICTMNT and the duplicate
*>                    guard all trust, and only IDEONE, SOLVEREV,
*>                    RSLARCH and BACKOUT may change it; each of them
*>                    posts what it changed to the run date's RSLCTL
*>                    control record.  This recomputes every control
*>                    figure from the master itself - record count,
*>                    original and encrypted string hashes, counts by
*>                    audit result - and lists every run date whose
*>                    master records no longer agree with their
*>                    controls, every master record with no control
*>                    record for its run date, and every control
*>                    record whose date has nothing left on the
*>                    master.  Any of the three ends the run RC=8.
*>   2026-10-15  RP   Follow the RSLFILE layout - the master record
*>                    now ends with its last-changed stamp, which the
*>                    controls leave out.

*> VFYCTL card - one record, optional.  Columns:
*>    1     I = initialize: a run date on the master with no control
*>          record gets one built from the master as it stands, and
*>          is listed INITIALIZED instead of NO CONTROL RECORD.  For
*>          the one-time cut-over of dates written before the
*>          controls existed; a date that already has a control
*>          record is only ever verified, never rebuilt.
*>          Blank = verify only.
*> Return code: 0 every date agrees, 4 dates initialized and
*> everything else agrees, 8 any date out of agreement, master
*> records with no control record, or a control record with no
*> master records, 12 RSLFILE or RSLCTL unavailable (nothing
*> verified).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Same layout IDEONE's rsltFile FD writes - DYNAMIC access, the
	*> master is browsed end to end in key order, then probed by
	*> date for each control record.
	SELECT rsltFile ASSIGN TO "RSLFILE"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS rsltKey
		FILE STATUS IS rsltFileStatus.
	*> The master's per-run-date control totals - DYNAMIC, read by
	*> date during the master browse, then browsed end to end.
	SELECT rsltCtlFile ASSIGN TO "RSLCTL"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS rctlRunDate
		FILE STATUS IS rsltCtlFileStatus.
	SELECT vfyCtlFile ASSIGN TO "VFYCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS vfyCtlFileStatus.
	SELECT rptFile ASSIGN TO "VFYRPT"
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

FD  vfyCtlFile.
01  vfyCtlLine PIC X(80).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 rsltFileStatus PIC X(2) VALUE "00".
01 rsltCtlFileStatus PIC X(2) VALUE "00".
01 vfyCtlFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".

01 todayDate PIC X(8) VALUE SPACES.
01 initMode PIC X(1) VALUE "N".
01 browseDone PIC X(1) VALUE "N".

*> The run date being totalled off the master - its figures are
*> worked out exactly the way IDEONE posts them.
01 curDate PIC X(8) VALUE SPACES.
01 mstRecCount PIC S9(7) VALUE 0.
01 mstOrigHash PIC 9(9) VALUE 0.
01 mstEncHash PIC 9(9) VALUE 0.
01 mstPassCount PIC S9(7) VALUE 0.
01 mstFailCount PIC S9(7) VALUE 0.
01 mstSkipCount PIC S9(7) VALUE 0.
01 mstUnsvCount PIC S9(7) VALUE 0.
01 mstDupCount PIC S9(7) VALUE 0.
01 mstOtherCount PIC S9(7) VALUE 0.
01 recOrigHash PIC 9(9) VALUE 0.
01 recEncHash PIC 9(9) VALUE 0.
01 HP PIC 9(3) VALUE 1.

*> One control figure against its master figure - a differing pair
*> prints on its own line under the date.
01 dateAgrees PIC X(1) VALUE "Y".
01 figureName PIC X(16) VALUE SPACES.
01 ctlFigure PIC S9(9) VALUE 0.
01 mstFigure PIC S9(9) VALUE 0.
01 ctlDisplay PIC -(9)9.
01 mstDisplay PIC -(9)9.
01 countDisplay PIC Z(6)9.

01 datesChecked PIC 9(5) VALUE 0.
01 datesAgreed PIC 9(5) VALUE 0.
01 datesDisagreed PIC 9(5) VALUE 0.
01 datesNoControl PIC 9(5) VALUE 0.
01 datesInitialized PIC 9(5) VALUE 0.
01 recordsChecked PIC 9(7) VALUE 0.
01 recordsNoControl PIC 9(7) VALUE 0.
01 controlsChecked PIC 9(5) VALUE 0.
01 controlsNoMaster PIC 9(5) VALUE 0.
01 masterFound PIC X(1) VALUE "N".

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT rptFile.
		MOVE SPACES TO rptLine.
		STRING "RESULTS MASTER CONTROL-TOTAL VERIFICATION" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		ACCEPT todayDate FROM DATE YYYYMMDD.
		PERFORM readVfyCtlCard.
		OPEN INPUT rsltFile.
		IF rsltFileStatus NOT = "00" THEN
			DISPLAY "RSLVRFY: unable to open RSLFILE results master, "
				"status " rsltFileStatus
			MOVE SPACES TO rptLine
			STRING "RESULTS MASTER UNAVAILABLE - STATUS " DELIMITED BY SIZE
					rsltFileStatus DELIMITED BY SIZE
					" - NOTHING VERIFIED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF initMode = "Y" THEN
			OPEN I-O rsltCtlFile
		ELSE
			OPEN INPUT rsltCtlFile
		END-IF.
		IF rsltCtlFileStatus NOT = "00" THEN
			DISPLAY "RSLVRFY: unable to open RSLCTL results controls, "
				"status " rsltCtlFileStatus
			MOVE SPACES TO rptLine
			STRING "RESULTS CONTROLS UNAVAILABLE - STATUS " DELIMITED BY SIZE
					rsltCtlFileStatus DELIMITED BY SIZE
					" - NOTHING VERIFIED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rsltFile
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "RUN DATE  RECORDS  STATUS" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		PERFORM verifyMaster.
		PERFORM checkControls.
		CLOSE rsltFile.
		CLOSE rsltCtlFile.
		PERFORM writeReportTrailer.
		CLOSE rptFile.
		IF datesDisagreed > 0 OR datesNoControl > 0 OR
				controlsNoMaster > 0 THEN
			MOVE 8 TO RETURN-CODE
		ELSE
			IF datesInitialized > 0 THEN
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF.
		STOP RUN.

	readVfyCtlCard.
		OPEN INPUT vfyCtlFile.
		IF vfyCtlFileStatus = "00" THEN
			READ vfyCtlFile
				AT END
					MOVE "10" TO vfyCtlFileStatus.
		IF vfyCtlFileStatus = "00" THEN
			IF vfyCtlLine(1:1) = "I" THEN
				MOVE "Y" TO initMode
			END-IF
			CLOSE vfyCtlFile
		END-IF.
		MOVE SPACES TO rptLine.
		IF initMode = "Y" THEN
			STRING "MODE: VERIFY AND INITIALIZE DATES WITH NO CONTROL RECORD"
					DELIMITED BY SIZE
				INTO rptLine
		ELSE
			STRING "MODE: VERIFY ONLY" DELIMITED BY SIZE
				INTO rptLine
		END-IF.
		WRITE rptLine.

	*> One pass over the whole master in key order - run date leads
	*> the key, so each date's records arrive together and the date
	*> is settled against its control record when the next begins.
	verifyMaster.
		MOVE "N" TO browseDone.
		MOVE SPACES TO curDate.
		MOVE LOW-VALUES TO rsltKey.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
				MOVE "Y" TO browseDone
		END-START.
		PERFORM masterLoop UNTIL browseDone = "Y".
		IF curDate NOT = SPACES THEN
			PERFORM settleDate
		END-IF.

	masterLoop.
		READ rsltFile NEXT
			AT END
				MOVE "Y" TO browseDone
			NOT AT END
				PERFORM totalRecord
		END-READ.

	totalRecord.
		IF rsltRunDate NOT = curDate THEN
			IF curDate NOT = SPACES THEN
				PERFORM settleDate
			END-IF
			PERFORM startDate
		END-IF.
		ADD 1 TO recordsChecked.
		PERFORM computeResultHash.
		ADD 1 TO mstRecCount.
		COMPUTE mstOrigHash = Function MOD(mstOrigHash + recOrigHash,
			1000000000).
		COMPUTE mstEncHash = Function MOD(mstEncHash + recEncHash,
			1000000000).
		EVALUATE rsltAuditResult
			WHEN "PASS"
				ADD 1 TO mstPassCount
			WHEN "FAIL"
				ADD 1 TO mstFailCount
			WHEN "SKIP"
				ADD 1 TO mstSkipCount
			WHEN "UNSV"
				ADD 1 TO mstUnsvCount
			WHEN "DUP "
				ADD 1 TO mstDupCount
			WHEN OTHER
				ADD 1 TO mstOtherCount
		END-EVALUATE.

	startDate.
		MOVE rsltRunDate TO curDate.
		MOVE 0 TO mstRecCount.
		MOVE 0 TO mstOrigHash.
		MOVE 0 TO mstEncHash.
		MOVE 0 TO mstPassCount.
		MOVE 0 TO mstFailCount.
		MOVE 0 TO mstSkipCount.
		MOVE 0 TO mstUnsvCount.
		MOVE 0 TO mstDupCount.
		MOVE 0 TO mstOtherCount.

	*> Column-weighted sum of the non-space characters - the same
	*> arithmetic IDEONE posts with.
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

	*> A date with no control record is either tampering or a date
	*> written before the controls existed - only an initialize run
	*> may tell the two apart, and then only for a real date.
	settleDate.
		ADD 1 TO datesChecked.
		MOVE mstRecCount TO countDisplay.
		MOVE curDate TO rctlRunDate.
		READ rsltCtlFile
			INVALID KEY
				IF initMode = "Y" AND curDate IS NUMERIC THEN
					PERFORM initializeControl
				ELSE
					PERFORM writeNoControlLine
				END-IF
			NOT INVALID KEY
				PERFORM compareControl
		END-READ.

	compareControl.
		MOVE "Y" TO dateAgrees.
		MOVE SPACES TO rptLine.
		STRING curDate DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				countDisplay DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
			INTO rptLine.
		IF rctlRecCount NOT = mstRecCount OR
				rctlOrigHash NOT = mstOrigHash OR
				rctlEncHash NOT = mstEncHash OR
				rctlPassCount NOT = mstPassCount OR
				rctlFailCount NOT = mstFailCount OR
				rctlSkipCount NOT = mstSkipCount OR
				rctlUnsvCount NOT = mstUnsvCount OR
				rctlDupCount NOT = mstDupCount OR
				rctlOtherCount NOT = mstOtherCount THEN
			MOVE "N" TO dateAgrees
		END-IF.
		IF dateAgrees = "Y" THEN
			ADD 1 TO datesAgreed
			MOVE "AGREES" TO rptLine(20:6)
			WRITE rptLine
		ELSE
			ADD 1 TO datesDisagreed
			MOVE "DISAGREES WITH RSLCTL - LAST POSTED " TO rptLine(20:36)
			MOVE rctlUpdDate TO rptLine(56:8)
			MOVE " BY " TO rptLine(64:4)
			MOVE rctlUpdProgram TO rptLine(68:8)
			WRITE rptLine
			MOVE "RECORD COUNT" TO figureName
			MOVE rctlRecCount TO ctlFigure
			MOVE mstRecCount TO mstFigure
			PERFORM compareFigure
			MOVE "ORIGINAL HASH" TO figureName
			MOVE rctlOrigHash TO ctlFigure
			MOVE mstOrigHash TO mstFigure
			PERFORM compareFigure
			MOVE "ENCRYPTED HASH" TO figureName
			MOVE rctlEncHash TO ctlFigure
			MOVE mstEncHash TO mstFigure
			PERFORM compareFigure
			MOVE "PASS" TO figureName
			MOVE rctlPassCount TO ctlFigure
			MOVE mstPassCount TO mstFigure
			PERFORM compareFigure
			MOVE "FAIL" TO figureName
			MOVE rctlFailCount TO ctlFigure
			MOVE mstFailCount TO mstFigure
			PERFORM compareFigure
			MOVE "SKIP" TO figureName
			MOVE rctlSkipCount TO ctlFigure
			MOVE mstSkipCount TO mstFigure
			PERFORM compareFigure
			MOVE "UNSOLVED" TO figureName
			MOVE rctlUnsvCount TO ctlFigure
			MOVE mstUnsvCount TO mstFigure
			PERFORM compareFigure
			MOVE "DUP" TO figureName
			MOVE rctlDupCount TO ctlFigure
			MOVE mstDupCount TO mstFigure
			PERFORM compareFigure
			MOVE "OTHER RESULT" TO figureName
			MOVE rctlOtherCount TO ctlFigure
			MOVE mstOtherCount TO mstFigure
			PERFORM compareFigure
		END-IF.

	compareFigure.
		IF ctlFigure NOT = mstFigure THEN
			MOVE ctlFigure TO ctlDisplay
			MOVE mstFigure TO mstDisplay
			MOVE SPACES TO rptLine
			STRING "          " DELIMITED BY SIZE
					figureName DELIMITED BY SIZE
					"  RSLCTL: " DELIMITED BY SIZE
					ctlDisplay DELIMITED BY SIZE
					"  MASTER: " DELIMITED BY SIZE
					mstDisplay DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	writeNoControlLine.
		ADD 1 TO datesNoControl.
		ADD mstRecCount TO recordsNoControl.
		MOVE SPACES TO rptLine.
		STRING curDate DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				countDisplay DELIMITED BY SIZE
				"  NO CONTROL RECORD - MASTER RECORDS UNACCOUNTED FOR"
					DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	initializeControl.
		MOVE curDate TO rctlRunDate.
		MOVE mstRecCount TO rctlRecCount.
		MOVE mstOrigHash TO rctlOrigHash.
		MOVE mstEncHash TO rctlEncHash.
		MOVE mstPassCount TO rctlPassCount.
		MOVE mstFailCount TO rctlFailCount.
		MOVE mstSkipCount TO rctlSkipCount.
		MOVE mstUnsvCount TO rctlUnsvCount.
		MOVE mstDupCount TO rctlDupCount.
		MOVE mstOtherCount TO rctlOtherCount.
		MOVE todayDate TO rctlUpdDate.
		MOVE "RSLVRFY" TO rctlUpdProgram.
		MOVE SPACES TO rptLine.
		WRITE rctlRec
			INVALID KEY
				ADD 1 TO datesNoControl
				ADD mstRecCount TO recordsNoControl
				STRING curDate DELIMITED BY SIZE
						"  " DELIMITED BY SIZE
						countDisplay DELIMITED BY SIZE
						"  NO CONTROL RECORD - INITIALIZE FAILED, STATUS "
							DELIMITED BY SIZE
						rsltCtlFileStatus DELIMITED BY SIZE
					INTO rptLine
			NOT INVALID KEY
				ADD 1 TO datesInitialized
				STRING curDate DELIMITED BY SIZE
						"  " DELIMITED BY SIZE
						countDisplay DELIMITED BY SIZE
						"  INITIALIZED FROM THE MASTER" DELIMITED BY SIZE
					INTO rptLine
		END-WRITE.
		WRITE rptLine.

	*> The other direction - a control record says its date holds
	*> records, so the master must have at least one for the date.
	*> Dates the master browse already settled are found at once.
	checkControls.
		MOVE "N" TO browseDone.
		MOVE LOW-VALUES TO rctlRunDate.
		START rsltCtlFile KEY NOT LESS THAN rctlRunDate
			INVALID KEY
				MOVE "Y" TO browseDone
		END-START.
		PERFORM controlLoop UNTIL browseDone = "Y".

	controlLoop.
		READ rsltCtlFile NEXT
			AT END
				MOVE "Y" TO browseDone
			NOT AT END
				ADD 1 TO controlsChecked
				PERFORM probeMaster
				IF masterFound = "N" THEN
					PERFORM writeNoMasterLine
				END-IF
		END-READ.

	probeMaster.
		MOVE "N" TO masterFound.
		MOVE rctlRunDate TO rsltRunDate.
		MOVE 0 TO rsltCycle.
		MOVE 0 TO rsltSeq.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
				MOVE "N" TO masterFound
			NOT INVALID KEY
				READ rsltFile NEXT
					AT END
						MOVE "N" TO masterFound
					NOT AT END
						IF rsltRunDate = rctlRunDate THEN
							MOVE "Y" TO masterFound
						END-IF
				END-READ
		END-START.

	writeNoMasterLine.
		ADD 1 TO controlsNoMaster.
		MOVE rctlRecCount TO ctlDisplay.
		MOVE SPACES TO rptLine.
		STRING rctlRunDate DELIMITED BY SIZE
				"        0  CONTROL RECORD WITH NO MASTER RECORDS - RSLCTL COUNT "
					DELIMITED BY SIZE
				ctlDisplay DELIMITED BY SIZE
				", LAST POSTED " DELIMITED BY SIZE
				rctlUpdDate DELIMITED BY SIZE
				" BY " DELIMITED BY SIZE
				rctlUpdProgram DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	writeReportTrailer.
		MOVE SPACES TO rptLine.
		STRING "RUN DATES CHECKED: " DELIMITED BY SIZE
				datesChecked DELIMITED BY SIZE
				"  AGREE: " DELIMITED BY SIZE
				datesAgreed DELIMITED BY SIZE
				"  DISAGREE: " DELIMITED BY SIZE
				datesDisagreed DELIMITED BY SIZE
				"  NO CONTROL: " DELIMITED BY SIZE
				datesNoControl DELIMITED BY SIZE
				"  INITIALIZED: " DELIMITED BY SIZE
				datesInitialized DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "MASTER RECORDS CHECKED: " DELIMITED BY SIZE
				recordsChecked DELIMITED BY SIZE
				"  WITH NO CONTROL RECORD: " DELIMITED BY SIZE
				recordsNoControl DELIMITED BY SIZE
				"  CONTROL RECORDS: " DELIMITED BY SIZE
				controlsChecked DELIMITED BY SIZE
				"  WITH NO MASTER RECORDS: " DELIMITED BY SIZE
				controlsNoMaster DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		DISPLAY "RSLVRFY: " rptLine.
END PROGRAM RSLVRFY.
