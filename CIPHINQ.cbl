*>                    matches print on INQRPT. Turns a partner dispute
*>                    about what we sent into one lookup instead of a
*>                    half-day paper hunt.
*>   2026-10-15  RP   Multi-segment messages - the master's strings
*>                    are the whole message now, up to 300 bytes. A
*>                    match prints its first segment on the detail
*>                    line and each further segment on a + line under
*>                    the same columns. An O inquiry matches on the
*>                    message's first 30 bytes, which is all a card
*>                    can carry.
*>   2026-10-15  RP   Run cycle - the master's key is run date + cycle
*>                    + sequence now. A D card may name the cycle in
*>                    columns 17-18 to ask about one run of the date;
*>                    left blank, every cycle of the date answers, so
*>                    a date + sequence card finds that sequence in
*>                    the night run and any off-cycle run alike. Each
*>                    match prints its cycle after the run date.
*>   2026-10-15  RP   Follow the RSLFILE layout - the master record
*>                    now ends with its last-changed stamp.

*> INQFILE inquiry card - one per record.  Columns:
*>    1     inquiry type: D by date (+ optional sequence), O by
*>    3-10  run date, YYYYMMDD          (D inquiries)
*>   12-15  sequence number, 4 digits   (D inquiries; blank = every
*>          record for the date)
*>   17-18  run cycle, 2 digits          (D inquiries; blank = every
*>          cycle run on the date)
*>    3-32  original-string value       (O inquiries, exact match on
*>          the message's first 30 bytes)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Same layout IDEONE's rsltFile FD writes - DYNAMIC access so a
	*> date/sequence/cycle card reads straight to its key while the
	*> other date inquiries and value inquiries browse sequentially.
	SELECT rsltFile ASSIGN TO "RSLFILE"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
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

FD  inqFile.
01  inqLine PIC X(80).
01 inqType PIC X(1) VALUE SPACE.
01 inqDate PIC X(8) VALUE SPACES.
01 inqSeq PIC X(4) VALUE SPACES.
01 inqSeqNum PIC 9(4) VALUE 0.
01 inqCycle PIC X(2) VALUE SPACES.
01 inqCycleNum PIC 9(2) VALUE 0.
01 inqValue PIC X(30) VALUE SPACES.

01 browseDone PIC X(1) VALUE "N".
01 inquiryMatches PIC 9(5) VALUE 0.
01 shiftDisplay PIC S9(4) SIGN LEADING SEPARATE.

*> Segment being printed on a + continuation line and its first byte.
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
				*> Only a card naming both the cycle and the sequence
				*> is a whole key; anything less browses the date.
				IF inqSeq NOT = SPACES AND inqCycle NOT = SPACES THEN
					PERFORM readBySequence
				ELSE
					PERFORM browseByDate
				END-IF
			WHEN "O"
				MOVE rawInq(3:30) TO inqValue

	readBySequence.
		MOVE inqDate TO rsltRunDate.
		MOVE inqCycleNum TO rsltCycle.
		MOVE inqSeqNum TO rsltSeq.
		READ rsltFile
			INVALID KEY
				CONTINUE

	*> Start the browse at the first key on or past the date, then
	*> read forward until the run date changes - the key is date +
	*> cycle + sequence, so a date's records are contiguous, every
	*> cycle of it in cycle order.  The card's cycle and sequence,
	*> whichever are punched, filter what prints.
	browseByDate.
		MOVE "N" TO browseDone.
		MOVE inqDate TO rsltRunDate.
		MOVE 0 TO rsltCycle.
		MOVE 0 TO rsltSeq.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
				MOVE "Y" TO browseDone
			NOT AT END
				IF rsltRunDate = inqDate THEN
					IF (inqCycle = SPACES OR rsltCycle = inqCycleNum) AND
							(inqSeq = SPACES OR rsltSeq = inqSeqNum) THEN
						PERFORM writeMatchLine
					END-IF
				ELSE
					MOVE "Y" TO browseDone
				END-IF
			AT END
				MOVE "Y" TO browseDone
			NOT AT END
				IF rsltOriginal(1:30) = inqValue THEN
					PERFORM writeMatchLine
				END-IF
		END-READ.
		MOVE rsltShift TO shiftDisplay.
		MOVE SPACES TO inqRptLine.
		STRING rsltRunDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				rsltCycle DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				rsltSeq DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				rsltPartner DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				rsltOriginal(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				rsltEncrypted(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				rsltDecrypted(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				rsltSolved(1:30) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				shiftDisplay DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				rsltAuditResult DELIMITED BY SIZE
			INTO inqRptLine.
		WRITE inqRptLine.
		PERFORM writeMatchContinuation VARYING SG FROM 2 BY 1
			UNTIL SG > rsltSegCount.

	*> The rest of a multi-segment message - + in column 12, just
	*> ahead of where the sequence prints, and each segment under its
	*> own column.
	writeMatchContinuation.
		COMPUTE segPos = (SG - 1) * 30 + 1.
		MOVE SPACES TO inqRptLine.
		MOVE "+" TO inqRptLine(12:1).
		MOVE rsltOriginal(segPos:30) TO inqRptLine(26:30).
		MOVE rsltEncrypted(segPos:30) TO inqRptLine(58:30).
		MOVE rsltDecrypted(segPos:30) TO inqRptLine(90:30).
		MOVE rsltSolved(segPos:30) TO inqRptLine(122:30).
		WRITE inqRptLine.

	writeNoMatchLine.
		MOVE SPACES TO inqRptLine.
