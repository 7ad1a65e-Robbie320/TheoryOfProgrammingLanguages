*>                    to ride, so every inquiry is a full sequential
*>                    scan - acceptable for the on-demand questions
*>                    this answers.
*>   2026-10-15  RP   Multi-segment messages - follow RSLARCH's
*>                    widened archive line and print each further
*>                    segment of a match on a + line under the same
*>                    columns, the way CIPHINQ does. A line archived
*>                    before the segment count existed reads as one
*>                    segment. An O inquiry matches on the message's
*>                    first 30 bytes.
*>   2026-10-15  RP   Run cycle - read the cycle RSLARCH now carries
*>                    at the end of each archive line (blank on older
*>                    lines, read as cycle 01), honor the D card's
*>                    cycle in columns 17-18 as CIPHINQ does, and
*>                    print it after the run date on every match.

*> INQFILE inquiry card - one per record, same layout CIPHINQ reads.
*> Columns:
*>    3-10  run date, YYYYMMDD          (D inquiries)
*>   12-15  sequence number, 4 digits   (D inquiries; blank = every
*>          record for the date)
*>   17-18  run cycle, 2 digits          (D inquiries; blank = every
*>          cycle run on the date)
*>    3-32  original-string value       (O inquiries, exact match on
*>          the message's first 30 bytes)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

FD  inqFile.
01  inqLine PIC X(80).
01 inqDate PIC X(8) VALUE SPACES.
01 inqSeq PIC X(4) VALUE SPACES.
01 inqSeqNum PIC 9(4) VALUE 0.
01 inqCycle PIC X(2) VALUE SPACES.
01 inqCycleNum PIC 9(2) VALUE 0.

*> The matched line's cycle - 01 for a line archived before the
*> archive carried one.
01 matchCycle PIC 9(2) VALUE 1.
01 inqValue PIC X(30) VALUE SPACES.

01 matchCount PIC 9(5) VALUE 0.
01 inquiryMatches PIC 9(5) VALUE 0.
01 shiftDisplay PIC S9(4) SIGN LEADING SEPARATE.

*> Segments in use on the matched line, and the segment being printed
*> on a + continuation line with its first byte in the Rest columns.
01 matchSegs PIC 9(2) VALUE 1.
01 SG PIC 9(2) VALUE 1.
01 segPos PIC 9(3) VALUE 1.

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT inqRptFile.
			WHEN "D"
				MOVE rawInq(3:8) TO inqDate
				MOVE rawInq(12:4) TO inqSeq
				MOVE rawInq(17:2) TO inqCycle
				IF inqSeq NOT = SPACES THEN
					MOVE Function NUMVAL(inqSeq) TO inqSeqNum
				END-IF
				IF inqCycle NOT = SPACES THEN
					MOVE Function NUMVAL(inqCycle) TO inqCycleNum
				END-IF
				PERFORM scanArchive
			WHEN "O"
				MOVE rawInq(3:30) TO inqValue
		END-IF.

	matchRecord.
		IF arcCycle IS NUMERIC THEN
			MOVE arcCycle TO matchCycle
		ELSE
			MOVE 1 TO matchCycle
		END-IF.
		EVALUATE inqType
			WHEN "D"
				IF arcRunDate = inqDate AND
						(inqSeq = SPACES OR arcSeq = inqSeqNum) AND
						(inqCycle = SPACES OR matchCycle = inqCycleNum) THEN
					PERFORM writeMatchLine
				END-IF
			WHEN "O"
		MOVE arcShift TO shiftDisplay.
		MOVE SPACES TO inqRptLine.
		STRING arcRunDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				matchCycle DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				arcSeq DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				arcAuditResult DELIMITED BY SIZE
			INTO inqRptLine.
		WRITE inqRptLine.
		IF arcSegCount IS NUMERIC THEN
			MOVE arcSegCount TO matchSegs
		ELSE
			MOVE 1 TO matchSegs
		END-IF.
		PERFORM writeMatchContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > matchSegs.

	*> + in column 12 and each segment under its own column, the same
	*> continuation line CIPHINQ prints.
	writeMatchContinuation.
		COMPUTE segPos = (SG - 2) * 30 + 1.
		MOVE SPACES TO inqRptLine.
		MOVE "+" TO inqRptLine(12:1).
		MOVE arcOriginalRest(segPos:30) TO inqRptLine(26:30).
		MOVE arcEncryptedRest(segPos:30) TO inqRptLine(58:30).
		MOVE arcDecryptedRest(segPos:30) TO inqRptLine(90:30).
		MOVE arcSolvedRest(segPos:30) TO inqRptLine(122:30).
		WRITE inqRptLine.

	writeNoMatchLine.
		MOVE SPACES TO inqRptLine.
