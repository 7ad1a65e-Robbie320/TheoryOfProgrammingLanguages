*>                    cut is also appended to the permanent XMTLOG
*>                    so the ACKIN matching step can prove each one
*>                    was acknowledged.
*>   2026-10-15  RP   Multi-segment messages - a message longer than
*>                    30 characters goes out as one detail line with
*>                    its first segment and a + line (blank sequence,
*>                    + in column 5, segment from column 7) for each
*>                    segment after it. The trailer count is still
*>                    messages, and the hash covers every segment.
*>   2026-10-15  RP   Route on the PARTMAST partner master - each
*>                    partner's records go to the XMTOUT dataset
*>                    numbered by its assigned transmittal slot, so a
*>                    partner lands on the same dataset every night
*>                    instead of wherever first appearance put it,
*>                    and the five-partners-a-night ceiling is gone;
*>                    the slots now run XMTOUT1 through XMTOUT10. A
*>                    record for a partner with no slot, not on the
*>                    master, or suspended is listed and held back,
*>                    ending the run RC=8 - never sent on a guess.
*>   2026-10-15  RP   Run cycle - a date can carry more than one run
*>                    now, so the extract is for one run date + cycle:
*>                    the cycle punched on XMTCTL, or the date's
*>                    latest cycle when it is blank (the run the post-
*>                    step follows). The cycle rides the transmittal
*>                    header after the run date and every XMTLOG
*>                    record, so an off-cycle run's transmittal is
*>                    acknowledged and matched on its own.
*>   2026-10-15  RP   Carry the void status and date BACKOUT sets on
*>                    the XMTLOG record when it recalls a backed-out
*>                    run's transmittal (always blank as cut here).
*>   2026-10-15  RP   Follow the RSLFILE layout - the master record
*>                    now ends with its last-changed stamp.
*>   2026-10-15  RP   Partners may share a transmittal slot - each
*>                    partner routed tonight gets its own section,
*>                    TRANSMITTAL header through RECORDS/HASH trailer,
*>                    on its slot's dataset, the sections in partner
*>                    master order.  The XMTOUT datasets no longer
*>                    limit how many partners can be sent to; the
*>                    partner master's capacity does.

*> XMTCTL card - one record, optional.  Columns:
*>    1- 8  run date to extract, YYYYMMDD - blank or no card uses
*>          today's date, the normal case for the nightly post-step.
*>   10-11  run cycle to extract - blank or no card takes the highest
*>          cycle on the master for the date, the run just finished.
*> Each partner's slot is the one PARTMNT assigned it on PARTMAST;
*> slot n is cut on XMTOUTn.  Partners sharing a slot share the
*> dataset, one complete section apiece - header, details, trailer
*> - so the receiving end splits it at each TRANSMITTAL header and
*> balances every section on its own.
*> The hash total is the sum of the ordinal values of every
*> non-space byte of the encrypted strings sent - every segment of
*> a multi-segment message - modulo 10**9, recomputable by the
*> partner from the records alone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Same layout IDEONE's rsltFile FD writes - DYNAMIC access so
	*> the run's records browse forward from the date + cycle key.
	SELECT rsltFile ASSIGN TO "RSLFILE"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
	SELECT xmtFile5 ASSIGN TO "XMTOUT5"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtFileStatus5.
	SELECT xmtFile6 ASSIGN TO "XMTOUT6"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtFileStatus6.
	SELECT xmtFile7 ASSIGN TO "XMTOUT7"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtFileStatus7.
	SELECT xmtFile8 ASSIGN TO "XMTOUT8"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtFileStatus8.
	SELECT xmtFile9 ASSIGN TO "XMTOUT9"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtFileStatus9.
	SELECT xmtFile10 ASSIGN TO "XMTOUT10"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtFileStatus10.
	SELECT partFile ASSIGN TO "PARTMAST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS partFileStatus.
	*> Permanent transmittal log - OPTIONAL so the very first run
	*> ever can create it; every run after that appends to it, and
	*> ACKIN reads it back.
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

FD  xmtCtlFile.
01  xmtCtlLine PIC X(80).
FD  xmtFile5.
01  xmtLine5 PIC X(80).

FD  xmtFile6.
01  xmtLine6 PIC X(80).

FD  xmtFile7.
01  xmtLine7 PIC X(80).

FD  xmtFile8.
01  xmtLine8 PIC X(80).

FD  xmtFile9.
01  xmtLine9 PIC X(80).

FD  xmtFile10.
01  xmtLine10 PIC X(80).

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

*> One record per transmittal cut - run date, partner, count, hash,
*> cycle - the fixed layout ACKIN matches acknowledgments against,
*> so the two must stay in step.  The cycle comes last so records
*> logged before runs carried one (blank, cycle 01) still line up.
*> Status is V, with the date, once BACKOUT has recalled it.
FD  xmtLogFile.
01  xmtLogRec.
	02  logRunDate PIC X(8).
	02  logCount PIC 9(4).
	02  FILLER PIC X(1).
	02  logHash PIC 9(9).
	02  FILLER PIC X(1).
	02  logCycle PIC 9(2).
	02  FILLER PIC X(1).
	02  logStatus PIC X(1).
	02  FILLER PIC X(1).
	02  logVoidDate PIC X(8).

FD  rptFile.
01  rptLine PIC X(132).
01 xmtFileStatus3 PIC X(2) VALUE "00".
01 xmtFileStatus4 PIC X(2) VALUE "00".
01 xmtFileStatus5 PIC X(2) VALUE "00".
01 xmtFileStatus6 PIC X(2) VALUE "00".
01 xmtFileStatus7 PIC X(2) VALUE "00".
01 xmtFileStatus8 PIC X(2) VALUE "00".
01 xmtFileStatus9 PIC X(2) VALUE "00".
01 xmtFileStatus10 PIC X(2) VALUE "00".
01 partFileStatus PIC X(2) VALUE "00".
01 partFileEof PIC X(1) VALUE "N".
01 xmtLogFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".

01 extractDate PIC X(8) VALUE SPACES.
01 browseDone PIC X(1) VALUE "N".

*> The run cycle extracted - zero until the card or the master's
*> latest cycle for the date settles it.
01 extractCycle PIC 9(2) VALUE 0.

*> Partner master slots and statuses, loaded from PARTMAST - sized
*> to match what PARTMNT can write.  xmtUsed says the routing pass
*> found the partner records to send tonight; the count and hash
*> are its section's trailer.  A record that cannot be routed (no
*> slot, not on the master, suspended) is reported and ends the
*> run RC=8 rather than going out on any dataset.
01 maxPartCount PIC 9(3) VALUE 200.
01 partCount PIC 9(3) VALUE 0.
01 partMasterTable.
	02 partEntryTb OCCURS 200 TIMES INDEXED BY P.
		03 partPartner PIC X(4) VALUE SPACES.
		03 partSlot PIC 9(2) VALUE 0.
		03 partStatus PIC X(1) VALUE SPACE.
		03 xmtUsed PIC X(1) VALUE "N".
		03 xmtCount PIC 9(4) VALUE 0.
		03 xmtHash PIC 9(9) VALUE 0.

*> Highest transmittal slot - XMTOUT1 through XMTOUT10, one FD
*> apiece.  xmtIdx is the partner whose section is being cut.
01 maxSlotCount PIC 9(2) VALUE 10.
01 partnerCount PIC 9(3) VALUE 0.
01 xmtIdx PIC 9(3) VALUE 0.

01 slotIdx PIC 9(2) VALUE 0.
01 slotDisplay PIC Z9.
01 partFound PIC X(1) VALUE "N".
01 partIdx PIC 9(3) VALUE 0.
01 unroutedCount PIC 9(4) VALUE 0.
01 routeReason PIC X(30) VALUE SPACES.
01 workLine PIC X(80) VALUE SPACES.
01 hashChar PIC X(1).
01 H PIC 9(3) VALUE 1.

*> Bytes of the current message in use (segments x 30), and the
*> segment being written on a + continuation line with its first
*> byte.
01 msgLen PIC 9(3) VALUE 30.
01 SG PIC 9(2) VALUE 1.
01 segPos PIC 9(3) VALUE 1.

01 skippedCount PIC 9(4) VALUE 0.
01 sentCount PIC 9(4) VALUE 0.
			INTO rptLine.
		WRITE rptLine.
		PERFORM readXmtCtlCard.
		PERFORM loadPartnerMaster.
		OPEN INPUT rsltFile.
		IF rsltFileStatus NOT = "00" THEN
			DISPLAY "TRANSMIT: unable to open RSLFILE results master, "
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF extractCycle = 0 THEN
			PERFORM findLatestCycle
		END-IF.
		PERFORM writeExtractBanner.
		PERFORM openExtractFiles.
		PERFORM browseByDate.
		PERFORM slotForLoop VARYING slotIdx FROM 1 BY 1
			UNTIL slotIdx > maxSlotCount.
		PERFORM closeExtractFiles.
		CLOSE rsltFile.
		PERFORM writeTransmittalLog.
		IF logErrorFlag = "Y" THEN
			MOVE 12 TO RETURN-CODE
		ELSE
			IF unroutedCount > 0 THEN
				MOVE 8 TO RETURN-CODE
			END-IF
		END-IF.
					MOVE "10" TO xmtCtlFileStatus.
		IF xmtCtlFileStatus = "00" THEN
			MOVE xmtCtlLine(1:8) TO extractDate
			IF xmtCtlLine(10:2) IS NUMERIC THEN
				MOVE xmtCtlLine(10:2) TO extractCycle
			END-IF
			CLOSE xmtCtlFile
		END-IF.
		IF extractDate = SPACES THEN
			ACCEPT extractDate FROM DATE YYYYMMDD
		END-IF.

	*> Written once the cycle is settled - the card's, or the latest
	*> on the master for the date.
	writeExtractBanner.
		MOVE SPACES TO rptLine.
		STRING "RUN DATE EXTRACTED: " DELIMITED BY SIZE
				extractDate DELIMITED BY SIZE
				"  CYCLE: " DELIMITED BY SIZE
				extractCycle DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> A missing PARTMAST routes nothing - every partner record is
	*> held back and reported, which the RC=8 makes impossible to
	*> miss.
	loadPartnerMaster.
		OPEN INPUT partFile.
		IF partFileStatus = "00" THEN
			PERFORM partLoadLoop
				UNTIL partFileEof = "Y" OR partCount = maxPartCount
			IF partCount = maxPartCount AND partFileEof NOT = "Y" THEN
				DISPLAY "TRANSMIT: PARTMAST exceeds the " maxPartCount
					"-partner capacity, partners past " maxPartCount
					" cannot be routed"
			END-IF
			CLOSE partFile
		ELSE
			DISPLAY "TRANSMIT: unable to open PARTMAST, status "
				partFileStatus ", no partner can be routed"
			MOVE SPACES TO rptLine
			STRING "PARTNER MASTER UNAVAILABLE - STATUS " DELIMITED BY SIZE
					partFileStatus DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	partLoadLoop.
		ADD 1 TO partCount.
		READ partFile
			AT END
				SUBTRACT 1 FROM partCount
				MOVE "Y" TO partFileEof.
		IF partFileEof NOT = "Y" THEN
			MOVE partRecPartner TO partPartner(partCount)
			MOVE partRecSlot TO partSlot(partCount)
			MOVE partRecStatus TO partStatus(partCount)
		END-IF.

	openExtractFiles.
		OPEN OUTPUT xmtFile1.
		OPEN OUTPUT xmtFile2.
		OPEN OUTPUT xmtFile3.
		OPEN OUTPUT xmtFile4.
		OPEN OUTPUT xmtFile5.
		OPEN OUTPUT xmtFile6.
		OPEN OUTPUT xmtFile7.
		OPEN OUTPUT xmtFile8.
		OPEN OUTPUT xmtFile9.
		OPEN OUTPUT xmtFile10.

	closeExtractFiles.
		CLOSE xmtFile1.
		CLOSE xmtFile3.
		CLOSE xmtFile4.
		CLOSE xmtFile5.
		CLOSE xmtFile6.
		CLOSE xmtFile7.
		CLOSE xmtFile8.
		CLOSE xmtFile9.
		CLOSE xmtFile10.

	*> Walk the date's records to find its highest cycle - the key is
	*> date + cycle + sequence, so the last record read for the date
	*> carries it.  A date with nothing on the master stays at cycle
	*> 01 and simply extracts nothing.
	findLatestCycle.
		MOVE 1 TO extractCycle.
		MOVE "N" TO browseDone.
		MOVE extractDate TO rsltRunDate.
		MOVE 0 TO rsltCycle.
		MOVE 0 TO rsltSeq.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
				MOVE "Y" TO browseDone
		END-START.
		PERFORM cycleBrowseLoop UNTIL browseDone = "Y".

	cycleBrowseLoop.
		READ rsltFile NEXT
			AT END
				MOVE "Y" TO browseDone
			NOT AT END
				IF rsltRunDate = extractDate THEN
					MOVE rsltCycle TO extractCycle
				ELSE
					MOVE "Y" TO browseDone
				END-IF
		END-READ.

	*> Routing pass - start the browse at the first key on or past
	*> the date and cycle, then read forward until either changes -
	*> the key is date + cycle + sequence, so a run's records are
	*> contiguous.  Nothing is written to a slot yet; each partner
	*> with records to go is marked for its own section.
	browseByDate.
		MOVE "N" TO browseDone.
		MOVE extractDate TO rsltRunDate.
		MOVE extractCycle TO rsltCycle.
		MOVE 0 TO rsltSeq.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
			AT END
				MOVE "Y" TO browseDone
			NOT AT END
				IF rsltRunDate = extractDate AND
						rsltCycle = extractCycle THEN
					PERFORM selectRecord
				ELSE
					MOVE "Y" TO browseDone
				rsltEncrypted NOT = SPACES THEN
			PERFORM findPartnerSlot
			IF slotIdx > 0 THEN
				MOVE "Y" TO xmtUsed(partIdx)
			END-IF
		ELSE
			ADD 1 TO skippedCount
		END-IF.

	*> The partner's slot comes from the master.
	findPartnerSlot.
		MOVE "N" TO partFound.
		MOVE 0 TO slotIdx.
		MOVE SPACES TO routeReason.
		PERFORM partSearchLoop VARYING P FROM 1 BY 1
			UNTIL P > partCount OR partFound = "Y".
		EVALUATE TRUE
			WHEN partFound NOT = "Y"
				MOVE "NOT ON PARTMAST" TO routeReason
			WHEN partStatus(partIdx) NOT = "A"
				MOVE "SUSPENDED ON PARTMAST" TO routeReason
			WHEN partSlot(partIdx) = 0 OR partSlot(partIdx) > maxSlotCount
				MOVE "NO TRANSMITTAL SLOT" TO routeReason
			WHEN OTHER
				MOVE partSlot(partIdx) TO slotIdx
		END-EVALUATE.
		IF slotIdx = 0 THEN
			ADD 1 TO unroutedCount
			MOVE SPACES TO rptLine
			STRING "SEQ " DELIMITED BY SIZE
					rsltSeq DELIMITED BY SIZE
					" PARTNER " DELIMITED BY SIZE
					rsltPartner DELIMITED BY SIZE
					" " DELIMITED BY SIZE
					routeReason DELIMITED BY SIZE
					" - NOT TRANSMITTED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	partSearchLoop.
		IF partPartner(P) = rsltPartner THEN
			MOVE "Y" TO partFound
			SET partIdx TO P
		END-IF.

	*> Each slot's dataset carries the sections of the partners
	*> routed to it, in partner master order.
	slotForLoop.
		PERFORM sectionForLoop VARYING P FROM 1 BY 1 UNTIL P > partCount.

	sectionForLoop.
		IF xmtUsed(P) = "Y" AND partSlot(P) = slotIdx THEN
			SET xmtIdx TO P
			PERFORM cutPartnerSection
		END-IF.

	*> One partner's section - its header, every one of its records
	*> in the run read afresh from the master, and its trailer.
	cutPartnerSection.
		ADD 1 TO partnerCount.
		PERFORM writeExtractHeader.
		MOVE "N" TO browseDone.
		MOVE extractDate TO rsltRunDate.
		MOVE extractCycle TO rsltCycle.
		MOVE 0 TO rsltSeq.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
				MOVE "Y" TO browseDone
		END-START.
		PERFORM sectionBrowseLoop UNTIL browseDone = "Y".
		PERFORM writeExtractTrailer.

	sectionBrowseLoop.
		READ rsltFile NEXT
			AT END
				MOVE "Y" TO browseDone
			NOT AT END
				IF rsltRunDate = extractDate AND
						rsltCycle = extractCycle THEN
					IF (rsltOp = "E" OR rsltOp = "R") AND
							rsltPartner = partPartner(xmtIdx) AND
							rsltEncrypted NOT = SPACES THEN
						PERFORM writeExtractDetail
					END-IF
				ELSE
					MOVE "Y" TO browseDone
				END-IF
		END-READ.

	writeExtractHeader.
		MOVE SPACES TO workLine.
		STRING "TRANSMITTAL " DELIMITED BY SIZE
				partPartner(xmtIdx) DELIMITED BY SIZE
				" RUN " DELIMITED BY SIZE
				extractDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				extractCycle DELIMITED BY SIZE
			INTO workLine.
		PERFORM writeSlotLine.

	writeExtractDetail.
		ADD 1 TO sentCount.
		ADD 1 TO xmtCount(xmtIdx).
		COMPUTE msgLen = rsltSegCount * 30.
		PERFORM hashForLoop VARYING H FROM 1 BY 1 UNTIL H > msgLen.
		MOVE SPACES TO workLine.
		STRING rsltSeq DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				rsltEncrypted(1:30) DELIMITED BY SIZE
			INTO workLine.
		PERFORM writeSlotLine.
		PERFORM writeExtractContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > rsltSegCount.

	writeExtractContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO workLine.
		MOVE "+" TO workLine(5:1).
		MOVE rsltEncrypted(segPos:30) TO workLine(7:30).
		PERFORM writeSlotLine.

	hashForLoop.
		MOVE rsltEncrypted(H:1) TO hashChar.
		IF hashChar NOT = SPACE THEN
			COMPUTE xmtHash(xmtIdx) =
				Function MOD(xmtHash(xmtIdx) + Function ORD(hashChar),
					1000000000)
		END-IF.

	writeExtractTrailer.
		MOVE SPACES TO workLine.
		STRING "RECORDS: " DELIMITED BY SIZE
				xmtCount(xmtIdx) DELIMITED BY SIZE
				"  HASH: " DELIMITED BY SIZE
				xmtHash(xmtIdx) DELIMITED BY SIZE
			INTO workLine.
		PERFORM writeSlotLine.
		MOVE slotIdx TO slotDisplay.
		MOVE SPACES TO rptLine.
		STRING "PARTNER " DELIMITED BY SIZE
				partPartner(xmtIdx) DELIMITED BY SIZE
				"  XMTOUT" DELIMITED BY SIZE
				Function TRIM(slotDisplay) DELIMITED BY SIZE
				"  RECORDS: " DELIMITED BY SIZE
				xmtCount(xmtIdx) DELIMITED BY SIZE
				"  HASH: " DELIMITED BY SIZE
				xmtHash(xmtIdx) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> One physical dataset per transmittal slot - the record areas
	*> are separate FDs, so the slot number picks which one this line
	*> lands on.
	writeSlotLine.
		EVALUATE slotIdx
			WHEN 5
				MOVE workLine TO xmtLine5
				WRITE xmtLine5
			WHEN 6
				MOVE workLine TO xmtLine6
				WRITE xmtLine6
			WHEN 7
				MOVE workLine TO xmtLine7
				WRITE xmtLine7
			WHEN 8
				MOVE workLine TO xmtLine8
				WRITE xmtLine8
			WHEN 9
				MOVE workLine TO xmtLine9
				WRITE xmtLine9
			WHEN 10
				MOVE workLine TO xmtLine10
				WRITE xmtLine10
		END-EVALUATE.

	*> One log record per transmittal cut, appended so the file
	writeTransmittalLog.
		OPEN EXTEND xmtLogFile.
		IF xmtLogFileStatus = "00" OR xmtLogFileStatus = "05" THEN
			PERFORM logForLoop VARYING P FROM 1 BY 1 UNTIL P > partCount
			CLOSE xmtLogFile
		ELSE
			DISPLAY "TRANSMIT: unable to open XMTLOG, status "
		END-IF.

	logForLoop.
		IF xmtUsed(P) = "Y" THEN
			PERFORM writeLogRecord
		END-IF.

	writeLogRecord.
		MOVE SPACES TO xmtLogRec.
		MOVE extractDate TO logRunDate.
		MOVE partPartner(P) TO logPartner.
		MOVE xmtCount(P) TO logCount.
		MOVE xmtHash(P) TO logHash.
		MOVE extractCycle TO logCycle.
		WRITE xmtLogRec.

	writeReportTrailer.
				sentCount DELIMITED BY SIZE
				"  NOT TRANSMITTABLE: " DELIMITED BY SIZE
				skippedCount DELIMITED BY SIZE
				"  HELD, NOT ROUTED: " DELIMITED BY SIZE
				unroutedCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
END PROGRAM TRANSMIT.
