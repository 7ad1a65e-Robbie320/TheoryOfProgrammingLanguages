*>                    never processes, and counting them broke the
*>                    input-versus-processed check the moment the
*>                    departments started batching their work.
*>   2026-10-15  RP   Skip C continuation records the same way - they
*>                    chain another segment onto the message above
*>                    them and IDEONE processes the whole message as
*>                    one record. A C with no detail ahead of it in
*>                    its batch is still counted, since IDEONE rejects
*>                    it as a message of its own.
*>   2026-10-15  RP   Run cycle - RPTFILE and AUDFILE headers now both
*>                    name the run date and cycle IDEONE ran under.
*>                    Print them, and count it a mismatch when the two
*>                    reports are from different runs - an off-cycle
*>                    run's report reconciled against the night run's
*>                    audit log would otherwise pass on counts alone.
*>                    A header from before cycles reads as cycle 01.

*> Detail lines in all three reports carry a 4-digit sequence number
*> in columns 1-4; header and trailer lines never do, which is how
01 rcnFileStatus PIC X(2) VALUE "00".

01 inCount PIC 9(5) VALUE 0.

*> Y once a detail has been counted in the current batch - what a C
*> continuation needs ahead of it to chain onto instead of counting.
*> B and T records close it, exactly as they do in IDEONE's load.
01 inDetailOpen PIC X(1) VALUE "N".
01 rptDetailCount PIC 9(5) VALUE 0.
01 audDetailCount PIC 9(5) VALUE 0.
01 excDetailCount PIC 9(5) VALUE 0.
01 audDupCount PIC S9(5) VALUE 0.
01 excTrailerCount PIC S9(5) VALUE -1.

*> Which run each report says it came from, off its header line.
01 rptRunDate PIC X(8) VALUE SPACES.
01 rptRunCycle PIC X(2) VALUE SPACES.
01 audRunDate PIC X(8) VALUE SPACES.
01 audRunCycle PIC X(2) VALUE SPACES.

01 passFailSkipSum PIC S9(5) VALUE 0.
01 mismatchCount PIC 9(3) VALUE 0.
01 checkResult PIC X(8) VALUE SPACES.

	*> B and T in column 1 are batch header/trailer records, never
	*> details - B and T are not operation codes, so nothing real is
	*> ever skipped here.  Neither is C: a continuation is part of the
	*> message above it, and only an orphan stands as a record.
	inCountLoop.
		READ inFile
			AT END
				MOVE "Y" TO inFileEof.
		IF inFileEof NOT = "Y" THEN
			EVALUATE TRUE
				WHEN inRec(1:1) = "B" OR inRec(1:1) = "T"
					MOVE "N" TO inDetailOpen
				WHEN inRec(1:1) = "C" AND inDetailOpen = "Y"
					CONTINUE
				WHEN OTHER
					ADD 1 TO inCount
					MOVE "Y" TO inDetailOpen
			END-EVALUATE
		END-IF.

	scanReportFile.
			IF reportLine(1:4) IS NUMERIC THEN
				ADD 1 TO rptDetailCount
			END-IF
			IF reportLine(1:13) = "CIPHER REPORT" AND
					reportLine(48:6) = "  RUN " THEN
				MOVE reportLine(54:8) TO rptRunDate
				MOVE reportLine(69:2) TO rptRunCycle
				IF rptRunCycle = SPACES THEN
					MOVE "01" TO rptRunCycle
				END-IF
			END-IF
			IF reportLine(1:19) = "RECORDS PROCESSED: " THEN
				COMPUTE rptTrailerCount =
					Function NUMVAL(reportLine(20:5))
			IF audLine(1:4) IS NUMERIC THEN
				ADD 1 TO audDetailCount
			END-IF
			IF audLine(1:15) = "AUDIT LOG  RUN " THEN
				MOVE audLine(16:8) TO audRunDate
				IF audLine(91:8) = "  CYCLE " THEN
					MOVE audLine(99:2) TO audRunCycle
				ELSE
					MOVE "01" TO audRunCycle
				END-IF
			END-IF
			IF audLine(1:19) = "RECORDS PROCESSED: " THEN
				COMPUTE audTrailerCount = Function NUMVAL(audLine(20:3))
				COMPUTE audPassCount = Function NUMVAL(audLine(31:3))
		END-IF.

	balanceChecks.
		PERFORM checkRunIdentity.
		MOVE inCount TO leftDisplay.
		MOVE rptTrailerCount TO rightDisplay.
		IF inCount = rptTrailerCount THEN
		END-IF.
		PERFORM labelExcDetail.

	*> A header missing altogether leaves its run blank, which can
	*> never agree - the report is not one IDEONE finished writing.
	checkRunIdentity.
		IF rptRunDate = audRunDate AND rptRunCycle = audRunCycle AND
				rptRunDate NOT = SPACES THEN
			MOVE "OK      " TO checkResult
		ELSE
			MOVE "MISMATCH" TO checkResult
			ADD 1 TO mismatchCount
		END-IF.
		MOVE SPACES TO rcnLine.
		STRING checkResult DELIMITED BY SIZE
				" RUN " DELIMITED BY SIZE
				rptRunDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				rptRunCycle DELIMITED BY SIZE
				" VS RUN " DELIMITED BY SIZE
				audRunDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				audRunCycle DELIMITED BY SIZE
			INTO rcnLine.
		WRITE rcnLine.
		MOVE SPACES TO rcnLine.
		STRING "         REPORT RUN VS AUDIT LOG RUN" DELIMITED BY SIZE
			INTO rcnLine.
		WRITE rcnLine.

	writeCheckOk.
		MOVE "OK      " TO checkResult.

