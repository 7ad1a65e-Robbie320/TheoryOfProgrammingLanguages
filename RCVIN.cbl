$ SET SOURCEFORMAT "FREE"

IDENTIFICATION DIVISION.
PROGRAM-ID. RCVIN.
AUTHOR. Robert Perrone.
DATE-WRITTEN. October 15th 2026

*> Mod history:
*>   2026-10-15  RP   Original version - inbound partner file receipt,
*>                    run ahead of the nightly IDEONEJ stream. Reads a
*>                    partner's RCVFILE ciphertext file, sent on the
*>                    same header / detail / trailer layout TRANSMIT
*>                    cuts for them, and proves the trailer count and
*>                    hash total before anything is loaded - a file
*>                    that does not balance, is malformed, comes from
*>                    a partner with no key in force on KEYFILE or no
*>                    active PARTMAST record, or was already received
*>                    is rejected whole. A good file becomes INFILE
*>                    decrypt records, as-of dated to the file's run
*>                    date, inside a B/T batch under the partner's
*>                    department, written to RCVOUT for RCVINJ to add
*>                    to the night's INFILE. Either way the partner
*>                    gets an acknowledgment on ACKOUT with the totals
*>                    we accepted, and the receipt is appended to the
*>                    permanent RCVLOG the duplicate check reads.
*>                    Replaces retyping partner ciphertext as D cards.
*>   2026-10-15  RP   Run cycle - the transmittal header now carries
*>                    " CYCLE " and the run cycle after the run date,
*>                    so one partner can send a night file and an
*>                    off-cycle file for the same date. The cycle is
*>                    logged on RCVLOG and echoed on ACKOUT in the
*>                    columns ACKIN reads, and the duplicate check is
*>                    on partner + run date + cycle. A header with no
*>                    cycle, and a log record cut before cycles, are
*>                    cycle 01.

*> RCVFILE inbound record - TRANSMIT's extract layout.  Columns:
*>    header        "TRANSMITTAL " partner (13-16) " RUN " run date
*>                  (22-29) " CYCLE " run cycle (37-38, optional -
*>                  01 when absent), first record of the file
*>    detail         1- 4  partner's sequence number
*>                   7-36  first 30-byte segment of the ciphertext
*>    continuation   5     +, 1-4 blank
*>                   7-36  the next 30-byte segment of the message
*>                         above it
*>    trailer       "RECORDS: " count (10-13) "  HASH: " hash total
*>                  (22-30), last record of the file
*> The trailer count is messages, not lines; the hash total is the
*> sum of the ordinal values of every non-space byte of every
*> segment, modulo 10**9 - the same proof TRANSMIT puts on what we
*> send.
*> ACKOUT acknowledgment - one record, the XMTLOG / ACKFILE layout
*> ACKIN reads from partners, so both directions speak one format:
*>    1- 8  run date of the file acknowledged
*>   10-13  partner ID
*>   15-18  messages accepted (zero on a rejected file)
*>   20-28  hash total accepted (zero on a rejected file)
*>   30-31  run cycle of the file acknowledged
*>   33-40  ACCEPTED or REJECTED
*>   42-71  reason the file was rejected

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT rcvFile ASSIGN TO "RCVFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rcvFileStatus.
	SELECT keyFile ASSIGN TO "KEYFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS keyFileStatus.
	SELECT partFile ASSIGN TO "PARTMAST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS partFileStatus.
	SELECT inOutFile ASSIGN TO "RCVOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS inOutFileStatus.
	SELECT ackOutFile ASSIGN TO "ACKOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ackOutFileStatus.
	*> Permanent receipt log - OPTIONAL so the very first run ever
	*> can create it; read whole for the duplicate check, then
	*> appended to.
	SELECT OPTIONAL rcvLogFile ASSIGN TO "RCVLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rcvLogFileStatus.
	SELECT rptFile ASSIGN TO "RCVRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rptFileStatus.

DATA DIVISION.
FILE SECTION.
FD  rcvFile.
01  rcvLine PIC X(80).

*> Same record layout the IDEONE keyFile FD documents - partner,
*> effective date, shift, expiry date.
FD  keyFile.
01  keyRec.
	02  keyRecPartner PIC X(4).
	02  FILLER PIC X(1).
	02  keyRecEffDate PIC X(8).
	02  FILLER PIC X(1).
	02  keyRecShift PIC S9(4) SIGN LEADING SEPARATE.
	02  FILLER PIC X(1).
	02  keyRecExpDate PIC X(8).

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

*> INFILE records, laid out as IDEONE's inFile FD documents them.
FD  inOutFile.
01  inOutLine PIC X(80).

FD  ackOutFile.
01  ackOutRec.
	02  ackOutRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  ackOutPartner PIC X(4).
	02  FILLER PIC X(1).
	02  ackOutCount PIC 9(4).
	02  FILLER PIC X(1).
	02  ackOutHash PIC 9(9).
	02  FILLER PIC X(1).
	02  ackOutCycle PIC X(2).
	02  FILLER PIC X(1).
	02  ackOutStatus PIC X(8).
	02  FILLER PIC X(1).
	02  ackOutReason PIC X(30).

*> One record per file received.  Columns:
*>    1- 4  partner ID
*>    6-13  run date on the file's header
*>   15-18  trailer record count
*>   20-28  trailer hash total
*>   30     A accepted, R rejected
*>   32-39  date received, YYYYMMDD
*>   41-46  time received, HHMMSS
*>   48-77  reason the file was rejected
*>   79-80  run cycle on the file's header (blank = 01)
FD  rcvLogFile.
01  rcvLogRec.
	02  rlogPartner PIC X(4).
	02  FILLER PIC X(1).
	02  rlogRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  rlogCount PIC 9(4).
	02  FILLER PIC X(1).
	02  rlogHash PIC 9(9).
	02  FILLER PIC X(1).
	02  rlogStatus PIC X(1).
	02  FILLER PIC X(1).
	02  rlogRcvDate PIC X(8).
	02  FILLER PIC X(1).
	02  rlogRcvTime PIC X(6).
	02  FILLER PIC X(1).
	02  rlogReason PIC X(30).
	02  FILLER PIC X(1).
	02  rlogCycle PIC X(2).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 rcvFileStatus PIC X(2) VALUE "00".
01 rcvFileEof PIC X(1) VALUE "N".
01 keyFileStatus PIC X(2) VALUE "00".
01 keyFileEof PIC X(1) VALUE "N".
01 partFileStatus PIC X(2) VALUE "00".
01 partFileEof PIC X(1) VALUE "N".
01 inOutFileStatus PIC X(2) VALUE "00".
01 ackOutFileStatus PIC X(2) VALUE "00".
01 rcvLogFileStatus PIC X(2) VALUE "00".
01 rcvLogEof PIC X(1) VALUE "N".
01 rptFileStatus PIC X(2) VALUE "00".

01 runDate PIC X(8) VALUE SPACES.
01 runTime PIC X(8) VALUE SPACES.

*> What the file says about itself - header partner and run date,
*> trailer count and hash - against what this program counted.
01 hdrPartner PIC X(4) VALUE SPACES.
01 hdrRunDate PIC X(8) VALUE SPACES.
01 hdrCycle PIC X(2) VALUE "01".
01 trlCount PIC 9(4) VALUE 0.
01 trlHash PIC 9(9) VALUE 0.
01 calcCount PIC 9(4) VALUE 0.
01 calcHash PIC 9(9) VALUE 0.
01 lineCount PIC 9(5) VALUE 0.
*> The INFILE batch trailer carries its count five digits wide.
01 batchCount PIC 9(5) VALUE 0.
01 contCount PIC 9(5) VALUE 0.

*> Where the first pass is in the file - N before the header, H in
*> the body, T once the trailer has been read.
01 filePart PIC X(1) VALUE "N".
01 inMessage PIC X(1) VALUE "N".
01 msgSegCount PIC 9(2) VALUE 0.
01 maxSegCount PIC 9(2) VALUE 10.

*> Y until something fails - the first failure's reason is the one
*> reported and acknowledged.
01 fileOk PIC X(1) VALUE "Y".
01 rejectReason PIC X(30) VALUE SPACES.

01 segText PIC X(30) VALUE SPACES.
01 hashChar PIC X(1).
01 H PIC 9(2) VALUE 1.

*> Key master, loaded the way IDEONE loads it - the sender must
*> hold a key in force on the file's run date, by the same rule
*> findPartnerKey applies, or IDEONE could not decrypt a byte.
01 maxKeyCount PIC 9(3) VALUE 500.
01 keyCount PIC 9(3) VALUE 0.
01 keyTable.
	02 keyEntryTb OCCURS 500 TIMES INDEXED BY K.
		03 keyPartner PIC X(4) VALUE SPACES.
		03 keyEffDate PIC X(8) VALUE SPACES.
		03 keyExpDate PIC X(8) VALUE SPACES.
01 keyFound PIC X(1) VALUE "N".

*> The sender's PARTMAST record - active status, and the department
*> its INFILE batch goes in under.
01 partFound PIC X(1) VALUE "N".
01 partStatus PIC X(1) VALUE SPACE.
01 partDept PIC X(2) VALUE SPACES.

01 dupFound PIC X(1) VALUE "N".
01 dupRcvDate PIC X(8) VALUE SPACES.
01 logCycleRead PIC X(2) VALUE SPACES.

PROCEDURE DIVISION.
	begin.
		ACCEPT runDate FROM DATE YYYYMMDD.
		ACCEPT runTime FROM TIME.
		OPEN OUTPUT rptFile.
		MOVE SPACES TO rptLine.
		STRING "PARTNER FILE RECEIPT  " DELIMITED BY SIZE
				runDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				runTime(1:6) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		OPEN INPUT rcvFile.
		IF rcvFileStatus NOT = "00" THEN
			DISPLAY "RCVIN: unable to open RCVFILE, status " rcvFileStatus
			MOVE SPACES TO rptLine
			STRING "INBOUND FILE UNAVAILABLE - STATUS " DELIMITED BY SIZE
					rcvFileStatus DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM proveForLoop UNTIL rcvFileEof = "Y".
		CLOSE rcvFile.
		PERFORM checkFileTotals.
		PERFORM writeFileSummary.
		IF fileOk = "Y" THEN
			PERFORM checkSenderKey
		END-IF.
		IF fileOk = "Y" THEN
			PERFORM checkSenderPartner
		END-IF.
		IF fileOk = "Y" THEN
			PERFORM checkDuplicateReceipt
		END-IF.
		OPEN OUTPUT inOutFile.
		IF fileOk = "Y" THEN
			PERFORM loadToInfile
		END-IF.
		CLOSE inOutFile.
		PERFORM writeAcknowledgment.
		PERFORM writeReceiptLog.
		PERFORM writeReportTrailer.
		CLOSE rptFile.
		IF rcvLogFileStatus NOT = "00" THEN
			MOVE 12 TO RETURN-CODE
		ELSE
			IF fileOk NOT = "Y" THEN
				MOVE 8 TO RETURN-CODE
			END-IF
		END-IF.
		STOP RUN.

	*> First pass - structure, count, and hash only.  Nothing is
	*> written until the whole file has proved.
	proveForLoop.
		READ rcvFile
			AT END
				MOVE "Y" TO rcvFileEof.
		IF rcvFileEof NOT = "Y" AND fileOk = "Y" THEN
			ADD 1 TO lineCount
			EVALUATE TRUE
				WHEN filePart = "N"
					PERFORM proveHeader
				WHEN filePart = "T"
					IF rcvLine NOT = SPACES THEN
						MOVE "RECORDS AFTER THE TRAILER" TO rejectReason
						MOVE "N" TO fileOk
					END-IF
				WHEN rcvLine(1:9) = "RECORDS: "
					PERFORM proveTrailer
				WHEN rcvLine(1:4) = SPACES AND rcvLine(5:1) = "+"
					PERFORM proveContinuation
				WHEN rcvLine(1:4) IS NUMERIC
					PERFORM proveDetail
				WHEN OTHER
					MOVE "UNRECOGNIZED RECORD" TO rejectReason
					MOVE "N" TO fileOk
			END-EVALUATE
		END-IF.

	proveHeader.
		IF rcvLine(1:12) = "TRANSMITTAL " AND rcvLine(17:5) = " RUN " AND
				rcvLine(13:4) NOT = SPACES AND rcvLine(22:8) IS NUMERIC THEN
			MOVE rcvLine(13:4) TO hdrPartner
			MOVE rcvLine(22:8) TO hdrRunDate
			MOVE "H" TO filePart
			PERFORM proveHeaderCycle
		ELSE
			MOVE "NO VALID HEADER RECORD" TO rejectReason
			MOVE "N" TO fileOk
		END-IF.

	*> No cycle on the header is the night run - cycle 01.
	proveHeaderCycle.
		IF rcvLine(30:9) NOT = SPACES THEN
			IF rcvLine(30:7) = " CYCLE " AND rcvLine(37:2) IS NUMERIC AND
					rcvLine(37:2) NOT = "00" THEN
				MOVE rcvLine(37:2) TO hdrCycle
			ELSE
				MOVE "INVALID RUN CYCLE ON HEADER" TO rejectReason
				MOVE "N" TO fileOk
			END-IF
		END-IF.

	proveTrailer.
		IF rcvLine(10:4) IS NUMERIC AND rcvLine(14:8) = "  HASH: " AND
				rcvLine(22:9) IS NUMERIC THEN
			MOVE rcvLine(10:4) TO trlCount
			MOVE rcvLine(22:9) TO trlHash
			MOVE "T" TO filePart
		ELSE
			MOVE "MALFORMED TRAILER RECORD" TO rejectReason
			MOVE "N" TO fileOk
		END-IF.

	proveDetail.
		IF rcvLine(7:30) = SPACES THEN
			MOVE "DETAIL WITH NO CIPHERTEXT" TO rejectReason
			MOVE "N" TO fileOk
		ELSE
			ADD 1 TO calcCount
			MOVE "Y" TO inMessage
			MOVE 1 TO msgSegCount
			MOVE rcvLine(7:30) TO segText
			PERFORM hashForLoop VARYING H FROM 1 BY 1 UNTIL H > 30
		END-IF.

	proveContinuation.
		EVALUATE TRUE
			WHEN inMessage NOT = "Y"
				MOVE "CONTINUATION WITH NO DETAIL" TO rejectReason
				MOVE "N" TO fileOk
			WHEN msgSegCount = maxSegCount
				MOVE "MESSAGE OVER 10 SEGMENTS" TO rejectReason
				MOVE "N" TO fileOk
			WHEN OTHER
				ADD 1 TO msgSegCount
				ADD 1 TO contCount
				MOVE rcvLine(7:30) TO segText
				PERFORM hashForLoop VARYING H FROM 1 BY 1 UNTIL H > 30
		END-EVALUATE.

	hashForLoop.
		MOVE segText(H:1) TO hashChar.
		IF hashChar NOT = SPACE THEN
			COMPUTE calcHash =
				Function MOD(calcHash + Function ORD(hashChar), 1000000000)
		END-IF.

	checkFileTotals.
		IF fileOk = "Y" THEN
			EVALUATE TRUE
				WHEN filePart = "N"
					MOVE "EMPTY FILE - NO HEADER" TO rejectReason
					MOVE "N" TO fileOk
				WHEN filePart NOT = "T"
					MOVE "NO TRAILER RECORD" TO rejectReason
					MOVE "N" TO fileOk
				WHEN trlCount NOT = calcCount
					MOVE "TRAILER COUNT DOES NOT BALANCE" TO rejectReason
					MOVE "N" TO fileOk
				WHEN trlHash NOT = calcHash
					MOVE "TRAILER HASH DOES NOT BALANCE" TO rejectReason
					MOVE "N" TO fileOk
			END-EVALUATE
		END-IF.

	writeFileSummary.
		MOVE SPACES TO rptLine.
		STRING "FILE FROM PARTNER " DELIMITED BY SIZE
				hdrPartner DELIMITED BY SIZE
				"  RUN " DELIMITED BY SIZE
				hdrRunDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				hdrCycle DELIMITED BY SIZE
				"  LINES READ: " DELIMITED BY SIZE
				lineCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "TRAILER  RECORDS: " DELIMITED BY SIZE
				trlCount DELIMITED BY SIZE
				"  HASH: " DELIMITED BY SIZE
				trlHash DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "COUNTED  RECORDS: " DELIMITED BY SIZE
				calcCount DELIMITED BY SIZE
				"  HASH: " DELIMITED BY SIZE
				calcHash DELIMITED BY SIZE
				"  CONTINUATIONS: " DELIMITED BY SIZE
				contCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> A missing KEYFILE leaves no partner with a key - the file is
	*> rejected on that, which is the safe answer.
	checkSenderKey.
		OPEN INPUT keyFile.
		IF keyFileStatus = "00" THEN
			PERFORM keyLoadLoop
				UNTIL keyFileEof = "Y" OR keyCount = maxKeyCount
			CLOSE keyFile
		ELSE
			DISPLAY "RCVIN: unable to open KEYFILE, status " keyFileStatus
		END-IF.
		MOVE "N" TO keyFound.
		PERFORM keySearchLoop VARYING K FROM 1 BY 1 UNTIL K > keyCount.
		IF keyFound NOT = "Y" THEN
			MOVE "NO KEY IN FORCE FOR PARTNER" TO rejectReason
			MOVE "N" TO fileOk
		END-IF.

	keyLoadLoop.
		ADD 1 TO keyCount.
		READ keyFile
			AT END
				SUBTRACT 1 FROM keyCount
				MOVE "Y" TO keyFileEof.
		IF keyFileEof NOT = "Y" THEN
			MOVE keyRecPartner TO keyPartner(keyCount)
			MOVE keyRecEffDate TO keyEffDate(keyCount)
			MOVE keyRecExpDate TO keyExpDate(keyCount)
		END-IF.

	keySearchLoop.
		IF keyPartner(K) = hdrPartner AND
				keyEffDate(K) <= hdrRunDate AND
				(keyExpDate(K) = SPACES OR keyExpDate(K) >= hdrRunDate) THEN
			MOVE "Y" TO keyFound
		END-IF.

	checkSenderPartner.
		OPEN INPUT partFile.
		IF partFileStatus = "00" THEN
			PERFORM partLoadLoop UNTIL partFileEof = "Y" OR partFound = "Y"
			CLOSE partFile
		ELSE
			DISPLAY "RCVIN: unable to open PARTMAST, status " partFileStatus
		END-IF.
		EVALUATE TRUE
			WHEN partFound NOT = "Y"
				MOVE "PARTNER NOT ON PARTMAST" TO rejectReason
				MOVE "N" TO fileOk
			WHEN partStatus NOT = "A"
				MOVE "PARTNER SUSPENDED ON PARTMAST" TO rejectReason
				MOVE "N" TO fileOk
		END-EVALUATE.

	partLoadLoop.
		READ partFile
			AT END
				MOVE "Y" TO partFileEof.
		IF partFileEof NOT = "Y" AND partRecPartner = hdrPartner THEN
			MOVE "Y" TO partFound
			MOVE partRecStatus TO partStatus
			MOVE partRecDept TO partDept
		END-IF.

	*> Only an accepted receipt counts - a partner resending a file
	*> we bounced is exactly what should happen next.
	checkDuplicateReceipt.
		OPEN INPUT rcvLogFile.
		IF rcvLogFileStatus = "00" OR rcvLogFileStatus = "05" THEN
			PERFORM logScanLoop UNTIL rcvLogEof = "Y"
			CLOSE rcvLogFile
		ELSE
			DISPLAY "RCVIN: unable to open RCVLOG, status " rcvLogFileStatus
			MOVE "RECEIPT LOG UNAVAILABLE" TO rejectReason
			MOVE "N" TO fileOk
		END-IF.
		IF dupFound = "Y" THEN
			MOVE SPACES TO rejectReason
			STRING "ALREADY RECEIVED " DELIMITED BY SIZE
					dupRcvDate DELIMITED BY SIZE
				INTO rejectReason
			MOVE "N" TO fileOk
		END-IF.

	logScanLoop.
		READ rcvLogFile
			AT END
				MOVE "Y" TO rcvLogEof.
		IF rcvLogEof NOT = "Y" THEN
			MOVE rlogCycle TO logCycleRead
			IF logCycleRead = SPACES THEN
				MOVE "01" TO logCycleRead
			END-IF
			IF rlogPartner = hdrPartner AND rlogRunDate = hdrRunDate AND
					logCycleRead = hdrCycle AND rlogStatus = "A" THEN
				MOVE "Y" TO dupFound
				MOVE rlogRcvDate TO dupRcvDate
			END-IF
		END-IF.

	*> Second pass - the file has proved, so read it again and write
	*> it out as one B/T batch of D records, as-of dated to the run
	*> the partner enciphered under.
	loadToInfile.
		MOVE SPACES TO inOutLine.
		MOVE "B" TO inOutLine(1:1).
		MOVE partDept TO inOutLine(3:2).
		WRITE inOutLine.
		MOVE "N" TO rcvFileEof.
		OPEN INPUT rcvFile.
		PERFORM loadForLoop UNTIL rcvFileEof = "Y".
		CLOSE rcvFile.
		MOVE SPACES TO inOutLine.
		MOVE "T" TO inOutLine(1:1).
		MOVE partDept TO inOutLine(3:2).
		MOVE calcCount TO batchCount.
		MOVE batchCount TO inOutLine(6:5).
		WRITE inOutLine.
		MOVE SPACES TO rptLine.
		STRING "ACCEPTED - " DELIMITED BY SIZE
				calcCount DELIMITED BY SIZE
				" MESSAGES WRITTEN AS INFILE BATCH FOR DEPT " DELIMITED BY SIZE
				partDept DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	loadForLoop.
		READ rcvFile
			AT END
				MOVE "Y" TO rcvFileEof.
		IF rcvFileEof NOT = "Y" THEN
			EVALUATE TRUE
				WHEN rcvLine(1:12) = "TRANSMITTAL "
					CONTINUE
				WHEN rcvLine(1:9) = "RECORDS: "
					CONTINUE
				WHEN rcvLine = SPACES
					CONTINUE
				WHEN rcvLine(5:1) = "+"
					MOVE SPACES TO inOutLine
					MOVE "C" TO inOutLine(1:1)
					MOVE rcvLine(7:30) TO inOutLine(8:30)
					WRITE inOutLine
				WHEN OTHER
					MOVE SPACES TO inOutLine
					MOVE "D" TO inOutLine(1:1)
					MOVE hdrPartner TO inOutLine(3:4)
					MOVE rcvLine(7:30) TO inOutLine(8:30)
					MOVE hdrRunDate TO inOutLine(39:8)
					WRITE inOutLine
			END-EVALUATE
		END-IF.

	writeAcknowledgment.
		OPEN OUTPUT ackOutFile.
		MOVE SPACES TO ackOutRec.
		MOVE hdrRunDate TO ackOutRunDate.
		MOVE hdrPartner TO ackOutPartner.
		MOVE hdrCycle TO ackOutCycle.
		IF fileOk = "Y" THEN
			MOVE calcCount TO ackOutCount
			MOVE calcHash TO ackOutHash
			MOVE "ACCEPTED" TO ackOutStatus
		ELSE
			MOVE 0 TO ackOutCount
			MOVE 0 TO ackOutHash
			MOVE "REJECTED" TO ackOutStatus
			MOVE rejectReason TO ackOutReason
		END-IF.
		WRITE ackOutRec.
		CLOSE ackOutFile.

	writeReceiptLog.
		OPEN EXTEND rcvLogFile.
		IF rcvLogFileStatus NOT = "00" AND rcvLogFileStatus NOT = "05" THEN
			DISPLAY "RCVIN: unable to extend RCVLOG, status " rcvLogFileStatus
			MOVE SPACES TO rptLine
			STRING "RECEIPT LOG NOT UPDATED - STATUS " DELIMITED BY SIZE
					rcvLogFileStatus DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		ELSE
			MOVE "00" TO rcvLogFileStatus
			MOVE SPACES TO rcvLogRec
			MOVE hdrPartner TO rlogPartner
			MOVE hdrRunDate TO rlogRunDate
			MOVE trlCount TO rlogCount
			MOVE trlHash TO rlogHash
			MOVE hdrCycle TO rlogCycle
			IF fileOk = "Y" THEN
				MOVE "A" TO rlogStatus
			ELSE
				MOVE "R" TO rlogStatus
				MOVE rejectReason TO rlogReason
			END-IF
			MOVE runDate TO rlogRcvDate
			MOVE runTime(1:6) TO rlogRcvTime
			WRITE rcvLogRec
			CLOSE rcvLogFile
		END-IF.

	writeReportTrailer.
		IF fileOk NOT = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "REJECTED - " DELIMITED BY SIZE
					Function TRIM(rejectReason) DELIMITED BY SIZE
					" - NOTHING LOADED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
END PROGRAM RCVIN.
