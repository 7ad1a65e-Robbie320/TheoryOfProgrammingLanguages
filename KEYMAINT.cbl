*>                    master to KEYOUT plus an action/error listing to
*>                    KEYRPT. Expired keys are kept on the master so
*>                    historical ciphertext stays decryptable.
*>   2026-10-15  RP   Dual control. An add or expire card no longer
*>                    touches the master - it is edited and staged on
*>                    the KEYPEND pending file under a pending ID with
*>                    the submitting user as maker. A V approval card
*>                    naming that ID, run by a different user, applies
*>                    it; an N card declines it. Every applied change
*>                    is written to KEYHOUT with the before and after
*>                    key images, maker, checker, and both timestamps,
*>                    for KEYMNTJ to append to the permanent KEYHIST
*>                    log KEYHLIST lists from. Pending changes older
*>                    than the PENDCTL window age off and are listed.

*> Transaction card - one per record.  Columns:
*>    1     action: A add a key, X expire a key (both staged for
*>          approval), V approve a pending change, N decline a
*>          pending change, L list keys, P list pending changes
*>    3- 6  partner ID on A, X, L (blank on L = list every partner)
*>    3- 8  pending ID on V and N, 6 digits as KEYRPT staged it
*>    8-15  date, YYYYMMDD - effective date on A, expiry date on X
*>   17-21  shift amount on A, SIGN LEADING SEPARATE
*> The maker and checker are the USER the job runs under, never
*> anything punched on a card, so the same person cannot make and
*> check one change by typing a different name.  An approval is
*> edited again against the master as it stands when it is applied
*> - a change that no longer fits is rejected and stays pending.
*> Rejected transactions are listed with a reason and leave the
*> master unchanged; any rejection ends the run with RETURN-CODE 4
*> so the scheduler can flag the deck for correction.  A master past
*> the table capacity abandons the run with RETURN-CODE 8 and writes
*> no KEYOUT at all - rewriting a master this program could not hold
*> in full would silently destroy the keys past capacity.  The same
*> holds for a pending file past its table capacity.

*> PENDCTL card - one record, optional.  Columns:
*>    1- 3  days a pending change may wait for approval before it
*>          ages off (defaults to 7 when blank or no card)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	SELECT rptFile ASSIGN TO "KEYRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rptFileStatus.
	SELECT pendFile ASSIGN TO "KEYPEND"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS pendFileStatus.
	SELECT newPendFile ASSIGN TO "PENDOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS newPendFileStatus.
	SELECT pendCtlFile ASSIGN TO "PENDCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS pendCtlFileStatus.
	*> This run's applied changes only - KEYMNTJ appends them to the
	*> permanent KEYHIST in the same step that copies the new master
	*> back, so the log never records a change the live master
	*> did not get.
	SELECT histFile ASSIGN TO "KEYHOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS histFileStatus.

DATA DIVISION.
FILE SECTION.
FD  rptFile.
01  rptLine PIC X(132).

*> Pending key changes awaiting a checker.  The first record is a
*> header carrying the last pending ID issued, so IDs never repeat
*> even after every change on file has been approved or aged off.
*> Columns, header:
*>    1     H
*>    3- 8  last pending ID issued
*> Columns, pending change:
*>    1     P
*>    3- 8  pending ID
*>   10     action, A or X
*>   12-15  partner ID
*>   17-24  date - effective date on A, expiry date on X
*>   26-30  shift on A, SIGN LEADING SEPARATE
*>   32-51  maker - the USER that staged it
*>   53-60  date staged, YYYYMMDD
*>   62-67  time staged, HHMMSSss truncated to HHMMSS
FD  pendFile.
01  pendHdrRec.
	02  pendHdrType PIC X(1).
	02  FILLER PIC X(1).
	02  pendHdrLastId PIC 9(6).
01  pendRec.
	02  pendRecType PIC X(1).
	02  FILLER PIC X(1).
	02  pendRecId PIC 9(6).
	02  FILLER PIC X(1).
	02  pendRecAction PIC X(1).
	02  FILLER PIC X(1).
	02  pendRecPartner PIC X(4).
	02  FILLER PIC X(1).
	02  pendRecDate PIC X(8).
	02  FILLER PIC X(1).
	02  pendRecShift PIC S9(4) SIGN LEADING SEPARATE.
	02  FILLER PIC X(1).
	02  pendRecMaker PIC X(20).
	02  FILLER PIC X(1).
	02  pendRecMakeDate PIC X(8).
	02  FILLER PIC X(1).
	02  pendRecMakeTime PIC X(6).

FD  newPendFile.
01  newPendHdrRec.
	02  newPendHdrType PIC X(1).
	02  FILLER PIC X(1).
	02  newPendHdrLastId PIC 9(6).
01  newPendRec.
	02  newPendType PIC X(1).
	02  FILLER PIC X(1).
	02  newPendId PIC 9(6).
	02  FILLER PIC X(1).
	02  newPendAction PIC X(1).
	02  FILLER PIC X(1).
	02  newPendPartner PIC X(4).
	02  FILLER PIC X(1).
	02  newPendDate PIC X(8).
	02  FILLER PIC X(1).
	02  newPendShift PIC S9(4) SIGN LEADING SEPARATE.
	02  FILLER PIC X(1).
	02  newPendMaker PIC X(20).
	02  FILLER PIC X(1).
	02  newPendMakeDate PIC X(8).
	02  FILLER PIC X(1).
	02  newPendMakeTime PIC X(6).

FD  pendCtlFile.
01  pendCtlLine PIC X(80).

*> Key change history - one record per applied change, the layout
*> of the permanent KEYHIST log KEYHLIST reads.  Columns:
*>    1- 6  pending ID the change was staged under
*>    8     action, A or X
*>   10-13  partner ID
*>   15-37  before image - effective date, shift, expiry date
*>          (spaces on an add, there was no key before)
*>   39-61  after image  - effective date, shift, expiry date
*>   63-82  maker, 84-91 date staged, 93-98 time staged
*>  100-119 checker, 121-128 date applied, 130-135 time applied
FD  histFile.
01  histRec.
	02  histPendId PIC 9(6).
	02  FILLER PIC X(1).
	02  histAction PIC X(1).
	02  FILLER PIC X(1).
	02  histPartner PIC X(4).
	02  FILLER PIC X(1).
	02  histBefore.
		03  histBeforeEff PIC X(8).
		03  FILLER PIC X(1).
		03  histBeforeShift PIC S9(4) SIGN LEADING SEPARATE.
		03  FILLER PIC X(1).
		03  histBeforeExp PIC X(8).
	02  FILLER PIC X(1).
	02  histAfter.
		03  histAfterEff PIC X(8).
		03  FILLER PIC X(1).
		03  histAfterShift PIC S9(4) SIGN LEADING SEPARATE.
		03  FILLER PIC X(1).
		03  histAfterExp PIC X(8).
	02  FILLER PIC X(1).
	02  histMaker PIC X(20).
	02  FILLER PIC X(1).
	02  histMakeDate PIC X(8).
	02  FILLER PIC X(1).
	02  histMakeTime PIC X(6).
	02  FILLER PIC X(1).
	02  histChecker PIC X(20).
	02  FILLER PIC X(1).
	02  histCheckDate PIC X(8).
	02  FILLER PIC X(1).
	02  histCheckTime PIC X(6).

WORKING-STORAGE SECTION.
01 keyFileStatus PIC X(2) VALUE "00".
01 keyFileEof PIC X(1) VALUE "N".
01 tranFileEof PIC X(1) VALUE "N".
01 newKeyFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".
01 pendFileStatus PIC X(2) VALUE "00".
01 pendFileEof PIC X(1) VALUE "N".
01 newPendFileStatus PIC X(2) VALUE "00".
01 pendCtlFileStatus PIC X(2) VALUE "00".
01 histFileStatus PIC X(2) VALUE "00".

01 tranAction PIC X(1) VALUE SPACE.
01 tranPartner PIC X(4) VALUE SPACES.
01 tranDate PIC X(8) VALUE SPACES.
01 tranShift PIC S9(4) VALUE 0.
01 tranPendId PIC X(6) VALUE SPACES.
01 rawTran PIC X(80) VALUE SPACES.
01 rejectReason PIC X(30) VALUE SPACES.

*> Y when KEYFILE (or KEYPEND) still had unread records at table
*> capacity - the run is abandoned rather than writing a truncated
*> master back.
01 masterOverflow PIC X(1) VALUE "N".

01 addCount PIC 9(3) VALUE 0.
01 expireCount PIC 9(3) VALUE 0.
01 listCount PIC 9(3) VALUE 0.
01 rejectCount PIC 9(3) VALUE 0.
01 stagedCount PIC 9(3) VALUE 0.
01 declinedCount PIC 9(3) VALUE 0.
01 agedCount PIC 9(3) VALUE 0.

01 shiftDisplay PIC S9(4) SIGN LEADING SEPARATE.
01 matchIdx PIC 9(3) VALUE 0.
01 bestEffDate PIC X(8) VALUE SPACES.
01 dupFound PIC X(1) VALUE "N".
01 editOk PIC X(1) VALUE "N".

*> Who is running this deck and when - the maker of anything it
*> stages, the checker of anything it approves.
01 runUser PIC X(20) VALUE SPACES.
01 runDate PIC X(8) VALUE SPACES.
01 runTime PIC X(8) VALUE SPACES.

*> Age-off window - pending changes staged before ageCutoff are
*> withdrawn unapplied.
01 pendDays PIC 9(3) VALUE 7.
01 ageCutoff PIC X(8) VALUE SPACES.
01 ageCutoffNum PIC 9(8) VALUE 0.

*> Key master table - existing KEYFILE records plus this deck's
*> approved adds.
01 maxKeyCount PIC 9(3) VALUE 500.
01 keyCount PIC 9(3) VALUE 0.
01 keyTable.
		03 keyShift PIC S9(4) VALUE 0.
		03 keyExpDate PIC X(8) VALUE SPACES.

*> Pending change table - KEYPEND plus this deck's stagings.  An
*> entry leaves the file by being applied, declined, or aged off;
*> pendLive goes N and writeNewPending skips it.
01 maxPendCount PIC 9(3) VALUE 200.
01 pendCount PIC 9(3) VALUE 0.
01 lastPendId PIC 9(6) VALUE 0.
01 pendIdx PIC 9(3) VALUE 0.
01 pendTable.
	02 pendEntryTb OCCURS 200 TIMES INDEXED BY PN.
		03 pendId PIC 9(6) VALUE 0.
		03 pendAction PIC X(1) VALUE SPACE.
		03 pendPartner PIC X(4) VALUE SPACES.
		03 pendDate PIC X(8) VALUE SPACES.
		03 pendShift PIC S9(4) VALUE 0.
		03 pendMaker PIC X(20) VALUE SPACES.
		03 pendMakeDate PIC X(8) VALUE SPACES.
		03 pendMakeTime PIC X(6) VALUE SPACES.
		03 pendLive PIC X(1) VALUE "N".

PROCEDURE DIVISION.
	begin.
		PERFORM captureRunInfo.
		PERFORM openReportFile.
		PERFORM readPendCtlCard.
		PERFORM loadKeyFile.
		IF masterOverflow NOT = "Y" THEN
			PERFORM loadPendFile
		END-IF.
		IF masterOverflow = "Y" THEN
			CLOSE rptFile
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM ageOffPending.
		OPEN OUTPUT histFile.
		PERFORM applyTransactions.
		CLOSE histFile.
		PERFORM writeNewMaster.
		PERFORM writeNewPending.
		PERFORM writeReportTrailer.
		IF rejectCount > 0 THEN
			MOVE 4 TO RETURN-CODE
		END-IF.
		STOP RUN.

	captureRunInfo.
		ACCEPT runDate FROM DATE YYYYMMDD.
		ACCEPT runTime FROM TIME.
		ACCEPT runUser FROM ENVIRONMENT "USER".
		IF runUser = SPACES THEN
			MOVE "UNKNOWN" TO runUser
		END-IF.

	openReportFile.
		OPEN OUTPUT rptFile.
		MOVE SPACES TO rptLine.
		STRING "KEY MASTER MAINTENANCE" DELIMITED BY SIZE
				"  RUN BY " DELIMITED BY SIZE
				runUser DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				runDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				runTime(1:6) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	readPendCtlCard.
		OPEN INPUT pendCtlFile.
		IF pendCtlFileStatus = "00" THEN
			READ pendCtlFile
				AT END
					MOVE "10" TO pendCtlFileStatus.
		IF pendCtlFileStatus = "00" THEN
			IF pendCtlLine(1:3) NOT = SPACES THEN
				COMPUTE pendDays = Function NUMVAL(pendCtlLine(1:3))
			END-IF
			CLOSE pendCtlFile
		END-IF.
		COMPUTE ageCutoffNum = Function DATE-OF-INTEGER(
			Function INTEGER-OF-DATE(Function NUMVAL(runDate)) - pendDays).
		MOVE ageCutoffNum TO ageCutoff.

	*> A missing KEYFILE just means a first-time load - the deck's
	*> adds build the master from scratch.  A master the table cannot
	*> hold in full is another matter: one more read at capacity
			MOVE keyRecExpDate TO keyExpDate(keyCount)
		END-IF.

	*> Same rules as the master - a missing KEYPEND is a first run
	*> with nothing pending, a pending file past capacity abandons
	*> the run rather than writing PENDOUT short.
	loadPendFile.
		OPEN INPUT pendFile.
		IF pendFileStatus = "00" THEN
			PERFORM pendLoadLoop
				UNTIL pendFileEof = "Y" OR pendCount = maxPendCount
			IF pendCount = maxPendCount AND pendFileEof NOT = "Y" THEN
				READ pendFile
					AT END
						MOVE "Y" TO pendFileEof
				END-READ
				IF pendFileEof NOT = "Y" THEN
					MOVE "Y" TO masterOverflow
				END-IF
			END-IF
			CLOSE pendFile
		ELSE
			DISPLAY "KEYMAINT: no KEYPEND pending file found, starting empty"
		END-IF.
		IF masterOverflow = "Y" THEN
			DISPLAY "KEYMAINT: KEYPEND exceeds the " maxPendCount
				"-change capacity, run abandoned, master unchanged"
			MOVE SPACES TO rptLine
			STRING "KEYPEND EXCEEDS THE " DELIMITED BY SIZE
					maxPendCount DELIMITED BY SIZE
					"-CHANGE CAPACITY - RUN ABANDONED, MASTER UNCHANGED"
						DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "CHANGES PENDING AT START: " DELIMITED BY SIZE
				pendCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> The header only carries the ID counter; the counter is also
	*> kept at least as high as any ID on file, so a header lost in
	*> a hand edit cannot make IDs repeat.
	pendLoadLoop.
		READ pendFile
			AT END
				MOVE "Y" TO pendFileEof.
		IF pendFileEof NOT = "Y" THEN
			IF pendHdrType = "H" THEN
				IF pendHdrLastId > lastPendId THEN
					MOVE pendHdrLastId TO lastPendId
				END-IF
			ELSE
				ADD 1 TO pendCount
				MOVE pendRecId TO pendId(pendCount)
				MOVE pendRecAction TO pendAction(pendCount)
				MOVE pendRecPartner TO pendPartner(pendCount)
				MOVE pendRecDate TO pendDate(pendCount)
				MOVE pendRecShift TO pendShift(pendCount)
				MOVE pendRecMaker TO pendMaker(pendCount)
				MOVE pendRecMakeDate TO pendMakeDate(pendCount)
				MOVE pendRecMakeTime TO pendMakeTime(pendCount)
				MOVE "Y" TO pendLive(pendCount)
				IF pendRecId > lastPendId THEN
					MOVE pendRecId TO lastPendId
				END-IF
			END-IF
		END-IF.

	*> A change nobody approved inside the window is withdrawn and
	*> listed - the maker re-enters it if it is still wanted.
	ageOffPending.
		PERFORM ageForLoop VARYING PN FROM 1 BY 1 UNTIL PN > pendCount.

	ageForLoop.
		IF pendLive(PN) = "Y" AND pendMakeDate(PN) < ageCutoff THEN
			MOVE "N" TO pendLive(PN)
			ADD 1 TO agedCount
			SET pendIdx TO PN
			MOVE "AGED OFF " TO rptLine
			PERFORM writePendingLine
		END-IF.

	applyTransactions.
		OPEN INPUT tranFile.
		IF tranFileStatus NOT = "00" THEN
			MOVE rawTran(1:1) TO tranAction
			MOVE rawTran(3:4) TO tranPartner
			MOVE rawTran(8:8) TO tranDate
			MOVE rawTran(3:6) TO tranPendId
			EVALUATE tranAction
				WHEN "A"
					PERFORM stageChange
				WHEN "X"
					PERFORM stageChange
				WHEN "V"
					PERFORM approveChange
				WHEN "N"
					PERFORM declineChange
				WHEN "L"
					PERFORM listKeys
				WHEN "P"
					PERFORM listPending
				WHEN OTHER
					MOVE "UNRECOGNIZED ACTION" TO rejectReason
					PERFORM rejectTran
			END-EVALUATE
		END-IF.

	*> An add or expire is edited now, against the master and the
	*> changes already pending, so a maker finds out about a bad card
	*> today rather than when the checker tries it.
	stageChange.
		IF tranAction = "A" THEN
			COMPUTE tranShift = Function NUMVAL(rawTran(17:5))
			PERFORM editAdd
		ELSE
			PERFORM editExpire
		END-IF.
		IF editOk = "Y" THEN
			PERFORM checkPendingDuplicate
			IF dupFound = "Y" THEN
				MOVE "SAME CHANGE ALREADY PENDING" TO rejectReason
				MOVE "N" TO editOk
			END-IF
		END-IF.
		IF editOk = "Y" AND pendCount = maxPendCount THEN
			MOVE "PENDING TABLE FULL" TO rejectReason
			MOVE "N" TO editOk
		END-IF.
		IF editOk NOT = "Y" THEN
			PERFORM rejectTran
		ELSE
			ADD 1 TO lastPendId
			ADD 1 TO pendCount
			MOVE lastPendId TO pendId(pendCount)
			MOVE tranAction TO pendAction(pendCount)
			MOVE tranPartner TO pendPartner(pendCount)
			MOVE tranDate TO pendDate(pendCount)
			IF tranAction = "A" THEN
				MOVE tranShift TO pendShift(pendCount)
			ELSE
				MOVE 0 TO pendShift(pendCount)
			END-IF
			MOVE runUser TO pendMaker(pendCount)
			MOVE runDate TO pendMakeDate(pendCount)
			MOVE runTime(1:6) TO pendMakeTime(pendCount)
			MOVE "Y" TO pendLive(pendCount)
			ADD 1 TO stagedCount
			MOVE pendCount TO pendIdx
			MOVE "STAGED   " TO rptLine
			PERFORM writePendingLine
		END-IF.

	editAdd.
		MOVE "N" TO editOk.
		IF tranPartner = SPACES OR tranDate NOT NUMERIC THEN
			MOVE "BLANK PARTNER OR BAD DATE" TO rejectReason
		ELSE
			PERFORM checkDuplicate
			IF dupFound = "Y" THEN
				MOVE "DUPLICATE PARTNER AND DATE" TO rejectReason
			ELSE
				IF keyCount = maxKeyCount THEN
					MOVE "KEY TABLE FULL" TO rejectReason
				ELSE
					MOVE "Y" TO editOk
				END-IF
			END-IF
		END-IF.

	*> Leaves matchIdx on the key an approved expire will stamp.
	editExpire.
		MOVE "N" TO editOk.
		IF tranPartner = SPACES OR tranDate NOT NUMERIC THEN
			MOVE "BLANK PARTNER OR BAD DATE" TO rejectReason
		ELSE
			MOVE 0 TO matchIdx
			MOVE SPACES TO bestEffDate
			PERFORM expSearchLoop VARYING K FROM 1 BY 1 UNTIL K > keyCount
			IF matchIdx = 0 THEN
				MOVE "NO ACTIVE KEY TO EXPIRE" TO rejectReason
			ELSE
				MOVE "Y" TO editOk
			END-IF
		END-IF.

	checkPendingDuplicate.
		MOVE "N" TO dupFound.
		PERFORM pendDupSearchLoop VARYING PN FROM 1 BY 1
			UNTIL PN > pendCount.

	pendDupSearchLoop.
		IF pendLive(PN) = "Y" AND pendAction(PN) = tranAction AND
				pendPartner(PN) = tranPartner THEN
			IF tranAction = "X" OR pendDate(PN) = tranDate THEN
				MOVE "Y" TO dupFound
			END-IF
		END-IF.

	*> The checker is whoever runs this deck; it must not be the
	*> maker.  The change is edited again against the master as it
	*> stands now, applied, and logged with both images.
	approveChange.
		PERFORM findPending.
		EVALUATE TRUE
			WHEN pendIdx = 0
				MOVE "NO SUCH PENDING CHANGE" TO rejectReason
				PERFORM rejectTran
			WHEN pendMaker(pendIdx) = runUser
				MOVE "CHECKER SAME AS MAKER" TO rejectReason
				PERFORM rejectTran
			WHEN OTHER
				MOVE pendAction(pendIdx) TO tranAction
				MOVE pendPartner(pendIdx) TO tranPartner
				MOVE pendDate(pendIdx) TO tranDate
				MOVE pendShift(pendIdx) TO tranShift
				IF tranAction = "A" THEN
					PERFORM editAdd
				ELSE
					PERFORM editExpire
				END-IF
				IF editOk NOT = "Y" THEN
					PERFORM rejectTran
				ELSE
					PERFORM applyPending
				END-IF
		END-EVALUATE.

	applyPending.
		MOVE SPACES TO histRec.
		MOVE pendId(pendIdx) TO histPendId.
		MOVE tranAction TO histAction.
		MOVE tranPartner TO histPartner.
		IF tranAction = "A" THEN
			ADD 1 TO keyCount
			MOVE tranPartner TO keyPartner(keyCount)
			MOVE tranDate TO keyEffDate(keyCount)
			MOVE tranShift TO keyShift(keyCount)
			MOVE SPACES TO keyExpDate(keyCount)
			MOVE keyCount TO matchIdx
			ADD 1 TO addCount
		ELSE
			MOVE keyEffDate(matchIdx) TO histBeforeEff
			MOVE keyShift(matchIdx) TO histBeforeShift
			MOVE keyExpDate(matchIdx) TO histBeforeExp
			MOVE tranDate TO keyExpDate(matchIdx)
			ADD 1 TO expireCount
		END-IF.
		MOVE keyEffDate(matchIdx) TO histAfterEff.
		MOVE keyShift(matchIdx) TO histAfterShift.
		MOVE keyExpDate(matchIdx) TO histAfterExp.
		MOVE pendMaker(pendIdx) TO histMaker.
		MOVE pendMakeDate(pendIdx) TO histMakeDate.
		MOVE pendMakeTime(pendIdx) TO histMakeTime.
		MOVE runUser TO histChecker.
		MOVE runDate TO histCheckDate.
		MOVE runTime(1:6) TO histCheckTime.
		WRITE histRec.
		MOVE "N" TO pendLive(pendIdx).
		MOVE keyShift(matchIdx) TO shiftDisplay.
		MOVE SPACES TO rptLine.
		IF tranAction = "A" THEN
			STRING "ADDED    " DELIMITED BY SIZE
					tranPartner DELIMITED BY SIZE
					" EFFECTIVE " DELIMITED BY SIZE
					tranDate DELIMITED BY SIZE
					" SHIFT " DELIMITED BY SIZE
					shiftDisplay DELIMITED BY SIZE
				INTO rptLine
		ELSE
			STRING "EXPIRED  " DELIMITED BY SIZE
					tranPartner DELIMITED BY SIZE
					" EFFECTIVE " DELIMITED BY SIZE
					keyEffDate(matchIdx) DELIMITED BY SIZE
					" AS OF " DELIMITED BY SIZE
					tranDate DELIMITED BY SIZE
				INTO rptLine
		END-IF.
		STRING "  PENDING " DELIMITED BY SIZE
				pendId(pendIdx) DELIMITED BY SIZE
				" MAKER " DELIMITED BY SIZE
				pendMaker(pendIdx) DELIMITED BY SIZE
				" CHECKER " DELIMITED BY SIZE
				runUser DELIMITED BY SIZE
			INTO rptLine(48:85).
		WRITE rptLine.

	*> Either party may decline - withdrawing a change needs no
	*> second pair of eyes, nothing reaches the master.
	declineChange.
		PERFORM findPending.
		IF pendIdx = 0 THEN
			MOVE "NO SUCH PENDING CHANGE" TO rejectReason
			PERFORM rejectTran
		ELSE
			MOVE "N" TO pendLive(pendIdx)
			ADD 1 TO declinedCount
			MOVE "DECLINED " TO rptLine
			PERFORM writePendingLine
		END-IF.

	findPending.
		MOVE 0 TO pendIdx.
		IF tranPendId IS NUMERIC THEN
			PERFORM pendSearchLoop VARYING PN FROM 1 BY 1
				UNTIL PN > pendCount OR pendIdx > 0
		END-IF.

	pendSearchLoop.
		IF pendLive(PN) = "Y" AND pendId(PN) = Function NUMVAL(tranPendId) THEN
			SET pendIdx TO PN
		END-IF.

	checkDuplicate.
		MOVE "N" TO dupFound.
		PERFORM dupSearchLoop VARYING K FROM 1 BY 1 UNTIL K > keyCount.
	*> with the greatest effective date - the key every run dated from
	*> the expiry onward would otherwise keep picking up.  The record
	*> itself stays on the master for historical decrypts.
	expSearchLoop.
		IF keyPartner(K) = tranPartner AND keyExpDate(K) = SPACES AND
				keyEffDate(K) > bestEffDate THEN
			WRITE rptLine
		END-IF.

	listPending.
		ADD 1 TO listCount.
		MOVE SPACES TO rptLine.
		STRING "PENDING  ID     ACT PARTNER DATE     SHIFT  MAKER"
					DELIMITED BY SIZE
				"                STAGED" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		PERFORM pendListForLoop VARYING PN FROM 1 BY 1 UNTIL PN > pendCount.

	pendListForLoop.
		IF pendLive(PN) = "Y" THEN
			SET pendIdx TO PN
			MOVE "         " TO rptLine
			PERFORM writePendingLine
		END-IF.

	*> One pending change, behind whatever action word the caller
	*> left in the first nine bytes of rptLine.
	writePendingLine.
		MOVE pendShift(pendIdx) TO shiftDisplay.
		STRING pendId(pendIdx) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				pendAction(pendIdx) DELIMITED BY SIZE
				"   " DELIMITED BY SIZE
				pendPartner(pendIdx) DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				pendDate(pendIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				shiftDisplay DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				pendMaker(pendIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				pendMakeDate(pendIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				pendMakeTime(pendIdx) DELIMITED BY SIZE
			INTO rptLine(10:123).
		WRITE rptLine.

	*> Callers state why before coming here, so the listing says what
	*> to fix on each card, not just that it bounced.
	rejectTran.
		MOVE keyExpDate(K) TO newKeyExpDate.
		WRITE newKeyRec.

	writeNewPending.
		OPEN OUTPUT newPendFile.
		MOVE SPACES TO newPendHdrRec.
		MOVE "H" TO newPendHdrType.
		MOVE lastPendId TO newPendHdrLastId.
		WRITE newPendHdrRec.
		PERFORM pendOutForLoop VARYING PN FROM 1 BY 1 UNTIL PN > pendCount.
		CLOSE newPendFile.

	pendOutForLoop.
		IF pendLive(PN) = "Y" THEN
			MOVE SPACES TO newPendRec
			MOVE "P" TO newPendType
			MOVE pendId(PN) TO newPendId
			MOVE pendAction(PN) TO newPendAction
			MOVE pendPartner(PN) TO newPendPartner
			MOVE pendDate(PN) TO newPendDate
			MOVE pendShift(PN) TO newPendShift
			MOVE pendMaker(PN) TO newPendMaker
			MOVE pendMakeDate(PN) TO newPendMakeDate
			MOVE pendMakeTime(PN) TO newPendMakeTime
			WRITE newPendRec
		END-IF.

	writeReportTrailer.
		MOVE SPACES TO rptLine.
		STRING "ADDED: " DELIMITED BY SIZE
				keyCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "STAGED: " DELIMITED BY SIZE
				stagedCount DELIMITED BY SIZE
				"  DECLINED: " DELIMITED BY SIZE
				declinedCount DELIMITED BY SIZE
				"  AGED OFF: " DELIMITED BY SIZE
				agedCount DELIMITED BY SIZE
				"  AGE-OFF WINDOW DAYS: " DELIMITED BY SIZE
				pendDays DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		CLOSE rptFile.
END PROGRAM KEYMAINT.
