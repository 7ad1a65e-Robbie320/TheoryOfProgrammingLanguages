*>                    the wrong totals, ends the run RC=8 so a lost
*>                    or mangled transmission pages us instead of
*>                    surfacing as a partner dispute weeks later.
*>   2026-10-15  RP   Run cycle - TRANSMIT now logs the run cycle
*>                    after the hash, and a partner acknowledges it
*>                    in the same columns, so two transmittals for
*>                    one partner and date (the night run and an off-
*>                    cycle run) match their own acknowledgments.
*>                    Blank on either side is cycle 01, so log records
*>                    and acknowledgments cut before cycles existed
*>                    still match as before.
*>   2026-10-15  RP   Backed-out runs - a transmittal BACKOUT recalled
*>                    is marked V on XMTLOG.  It is listed as voided
*>                    and never goes pending or overdue; an
*>                    acknowledgment carrying its exact totals is
*>                    taken up by it, and every acknowledgment now
*>                    matches one transmittal only, so the corrected
*>                    rerun's transmittal (same partner, date and
*>                    cycle) is matched against its own.

*> ACKCTL card - one record, optional.  Columns:
*>    1- 8  as-of date, YYYYMMDD - blank or no card uses today
*>   10-13  partner ID
*>   15-18  record count received
*>   20-28  hash total computed on receipt
*>   30-31  run cycle from the transmittal header (blank = 01)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	02  logCount PIC 9(4).
	02  FILLER PIC X(1).
	02  logHash PIC 9(9).
	02  FILLER PIC X(1).
	02  logCycle PIC X(2).
	02  FILLER PIC X(1).
	02  logStatus PIC X(1).
	02  FILLER PIC X(1).
	02  logVoidDate PIC X(8).

FD  ackFile.
01  ackRec.
	02  ackCount PIC 9(4).
	02  FILLER PIC X(1).
	02  ackHash PIC 9(9).
	02  FILLER PIC X(1).
	02  ackCycle PIC X(2).

FD  ackCtlFile.
01  ackCtlLine PIC X(80).
		03 ackTbPartner PIC X(4).
		03 ackTbCount PIC 9(4).
		03 ackTbHash PIC 9(9).
		03 ackTbCycle PIC X(2).
		03 ackTbUsed PIC X(1).

01 ackFound PIC X(1) VALUE "N".
01 ackIdx PIC 9(3) VALUE 0.

*> The logged transmittal's cycle, blank read as 01.
01 matchCycle PIC X(2) VALUE "01".

*> Age of the transmittal in days as of the as-of date.
01 asOfDays PIC 9(7) VALUE 0.
01 sentDays PIC 9(7) VALUE 0.
01 pendingCount PIC 9(4) VALUE 0.
01 overdueCount PIC 9(4) VALUE 0.
01 mismatchCount PIC 9(4) VALUE 0.
01 voidedCount PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
	begin.
				MOVE ackPartner TO ackTbPartner(ackLoadCount)
				MOVE ackCount TO ackTbCount(ackLoadCount)
				MOVE ackHash TO ackTbHash(ackLoadCount)
				MOVE "N" TO ackTbUsed(ackLoadCount)
				IF ackCycle = SPACES THEN
					MOVE "01" TO ackTbCycle(ackLoadCount)
				ELSE
					MOVE ackCycle TO ackTbCycle(ackLoadCount)
				END-IF
			ELSE
				MOVE "Y" TO ackOverflow
			END-IF
		END-IF.

	matchTransmittal.
		IF logCycle = SPACES THEN
			MOVE "01" TO matchCycle
		ELSE
			MOVE logCycle TO matchCycle
		END-IF.
		IF logStatus = "V" THEN
			PERFORM recallTransmittal
		ELSE
			PERFORM matchLiveTransmittal
		END-IF.

	matchLiveTransmittal.
		MOVE "N" TO ackFound.
		MOVE 0 TO ackIdx.
		PERFORM ackSearchLoop VARYING AK FROM 1 BY 1
			UNTIL AK > ackLoadCount OR ackFound = "Y".
		IF ackFound = "Y" THEN
			MOVE "Y" TO ackTbUsed(ackIdx)
			IF ackTbCount(ackIdx) = logCount AND
					ackTbHash(ackIdx) = logHash THEN
				ADD 1 TO ackedCount

	ackSearchLoop.
		IF ackTbRunDate(AK) = logRunDate AND
				ackTbCycle(AK) = matchCycle AND
				ackTbPartner(AK) = logPartner AND
				ackTbUsed(AK) NOT = "Y" THEN
			MOVE "Y" TO ackFound
			SET ackIdx TO AK
		END-IF.

	*> Recalled - nothing to chase.  If the partner had already
	*> acknowledged it, that acknowledgment is used up here rather
	*> than left to be mistaken for the rerun's.
	recallTransmittal.
		MOVE "N" TO ackFound.
		MOVE 0 TO ackIdx.
		PERFORM voidAckSearchLoop VARYING AK FROM 1 BY 1
			UNTIL AK > ackLoadCount OR ackFound = "Y".
		IF ackFound = "Y" THEN
			MOVE "Y" TO ackTbUsed(ackIdx)
		END-IF.
		ADD 1 TO voidedCount.
		PERFORM writeVoidedLine.

	voidAckSearchLoop.
		IF ackTbRunDate(AK) = logRunDate AND
				ackTbCycle(AK) = matchCycle AND
				ackTbPartner(AK) = logPartner AND
				ackTbCount(AK) = logCount AND
				ackTbHash(AK) = logHash AND
				ackTbUsed(AK) NOT = "Y" THEN
			MOVE "Y" TO ackFound
			SET ackIdx TO AK
		END-IF.
	writeAckedLine.
		MOVE SPACES TO rptLine.
		STRING logRunDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				matchCycle DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				logPartner DELIMITED BY SIZE
				"  ACKNOWLEDGED  RECORDS: " DELIMITED BY SIZE
	writeMismatchLine.
		MOVE SPACES TO rptLine.
		STRING logRunDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				matchCycle DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				logPartner DELIMITED BY SIZE
				"  TOTALS MISMATCH  SENT " DELIMITED BY SIZE
	writeOverdueLine.
		MOVE SPACES TO rptLine.
		STRING logRunDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				matchCycle DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				logPartner DELIMITED BY SIZE
				"  OVERDUE - NO ACKNOWLEDGMENT AFTER " DELIMITED BY SIZE
	writePendingLine.
		MOVE SPACES TO rptLine.
		STRING logRunDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				matchCycle DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				logPartner DELIMITED BY SIZE
				"  PENDING - STILL INSIDE THE WINDOW" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	writeVoidedLine.
		MOVE SPACES TO rptLine.
		STRING logRunDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				matchCycle DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				logPartner DELIMITED BY SIZE
				"  VOIDED - RUN BACKED OUT " DELIMITED BY SIZE
				logVoidDate DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	writeReportTrailer.
		MOVE SPACES TO rptLine.
		STRING "ACKNOWLEDGED: " DELIMITED BY SIZE
				overdueCount DELIMITED BY SIZE
				"  MISMATCHED: " DELIMITED BY SIZE
				mismatchCount DELIMITED BY SIZE
				"  VOIDED: " DELIMITED BY SIZE
				voidedCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
END PROGRAM ACKIN.
