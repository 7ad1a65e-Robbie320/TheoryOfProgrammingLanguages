$ SET SOURCEFORMAT "FREE"

IDENTIFICATION DIVISION.
PROGRAM-ID. PARTMNT.
AUTHOR. Robert Perrone.
DATE-WRITTEN. October 15th 2026

*> Mod history:
*>   2026-10-15  RP   Original version - batch maintenance for the
*>                    PARTMAST partner master. Until now a partner was
*>                    only a 4-byte ID that happened to appear on
*>                    KEYFILE; the master records the partner's name,
*>                    contact, owning department, billing rate,
*>                    transmittal slot, and whether we may send them
*>                    work at all. Applies a PARTTRAN card deck (add,
*>                    change, suspend, reinstate, list) the way
*>                    KEYMAINT applies KEYTRAN, writing the updated
*>                    master to PARTOUT plus an action/error listing
*>                    to PARTRPT. IDEONE diverts work for an unknown
*>                    or suspended partner, PARTSTMT bills at the
*>                    master's rate, and TRANSMIT routes on its slot.
*>   2026-10-15  RP   A transmittal slot may be shared - TRANSMIT now
*>                    cuts each partner its own header-to-trailer
*>                    section on the slot's dataset, so the ten
*>                    XMTOUT datasets no longer cap the partners that
*>                    can be routed.  The slot-already-held reject is
*>                    gone.

*> Transaction card - one per record.  Columns:
*>    1     action: A add a partner, C change a partner, S suspend,
*>          R reinstate a suspended partner, L list partners
*>    3- 6  partner ID (blank on L = list every partner)
*>    8-37  partner name                   (required on A)
*>   39-68  contact name / phone
*>   70-71  owning department code         (required on A)
*>   73-77  billing rate per billable message, 5 digits with two
*>          implied decimals - 00125 is 1.25 (required on A)
*>   79-80  transmittal slot, 01 through maxSlotCount, 00 = none;
*>          the XMTOUTnn dataset TRANSMIT cuts this partner's
*>          section on
*> On C, a blank field leaves the master's value as it is - only
*> the fields punched are changed.  Several partners may share a
*> slot - a delivery route they share - each in its own section of
*> the dataset; a partner whose deliveries must travel alone gets a
*> slot nobody else is given.  A suspended partner keeps its slot,
*> so a reinstated partner comes back on the dataset its receiving
*> end already expects.  Partners are never
*> deleted; suspend them, so their history still bills and lists.
*> Rejected transactions are listed with a reason and leave the
*> master unchanged; any rejection ends the run with RETURN-CODE 4
*> so the scheduler can flag the deck for correction.  A master past
*> the table capacity abandons the run with RETURN-CODE 8 and writes
*> no PARTOUT at all.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT partFile ASSIGN TO "PARTMAST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS partFileStatus.
	SELECT tranFile ASSIGN TO "PARTTRAN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS tranFileStatus.
	SELECT newPartFile ASSIGN TO "PARTOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS newPartFileStatus.
	SELECT rptFile ASSIGN TO "PARTRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rptFileStatus.

DATA DIVISION.
FILE SECTION.
*> Partner master, one partner per record.  Columns:
*>    1- 4  partner ID
*>    6-35  partner name
*>   37-66  contact
*>   68-69  owning department code
*>   71-75  billing rate per billable message, 9(3)V99
*>   77-78  transmittal slot, 00 = none
*>   80     status: A active, S suspended
*> IDEONE, PARTSTMT, and TRANSMIT read this same layout.
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

FD  tranFile.
01  tranLine PIC X(80).

FD  newPartFile.
01  newPartRec.
	02  newPartPartner PIC X(4).
	02  FILLER PIC X(1).
	02  newPartName PIC X(30).
	02  FILLER PIC X(1).
	02  newPartContact PIC X(30).
	02  FILLER PIC X(1).
	02  newPartDept PIC X(2).
	02  FILLER PIC X(1).
	02  newPartRate PIC 9(3)V99.
	02  FILLER PIC X(1).
	02  newPartSlot PIC 9(2).
	02  FILLER PIC X(1).
	02  newPartStatus PIC X(1).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 partFileStatus PIC X(2) VALUE "00".
01 partFileEof PIC X(1) VALUE "N".
01 tranFileStatus PIC X(2) VALUE "00".
01 tranFileEof PIC X(1) VALUE "N".
01 newPartFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".

01 tranAction PIC X(1) VALUE SPACE.
01 tranPartner PIC X(4) VALUE SPACES.
01 tranName PIC X(30) VALUE SPACES.
01 tranContact PIC X(30) VALUE SPACES.
01 tranDept PIC X(2) VALUE SPACES.
01 tranRateText PIC X(5) VALUE SPACES.
01 tranSlotText PIC X(2) VALUE SPACES.
01 tranRateDigits PIC 9(5) VALUE 0.
01 tranRate PIC 9(3)V99 VALUE 0.
01 tranSlot PIC 9(2) VALUE 0.
01 rawTran PIC X(80) VALUE SPACES.
01 rejectReason PIC X(30) VALUE SPACES.

*> Y when PARTMAST still had unread records at table capacity - the
*> run is abandoned rather than writing a truncated master back.
01 masterOverflow PIC X(1) VALUE "N".

*> Highest transmittal slot TRANSMIT has a dataset for - XMTOUT1
*> through XMTOUT10.  The two must stay in step.  It limits the
*> delivery routes, not the partners - a slot may be shared.
01 maxSlotCount PIC 9(2) VALUE 10.

01 addCount PIC 9(3) VALUE 0.
01 changeCount PIC 9(3) VALUE 0.
01 suspendCount PIC 9(3) VALUE 0.
01 reinstateCount PIC 9(3) VALUE 0.
01 listCount PIC 9(3) VALUE 0.
01 rejectCount PIC 9(3) VALUE 0.

01 rateDisplay PIC ZZ9.99.
01 matchIdx PIC 9(3) VALUE 0.
01 fieldBad PIC X(1) VALUE "N".

*> Partner master table - existing PARTMAST records plus this deck's
*> adds.
01 maxPartCount PIC 9(3) VALUE 200.
01 partCount PIC 9(3) VALUE 0.
01 partTable.
	02 partEntryTb OCCURS 200 TIMES INDEXED BY P.
		03 partPartner PIC X(4) VALUE SPACES.
		03 partName PIC X(30) VALUE SPACES.
		03 partContact PIC X(30) VALUE SPACES.
		03 partDept PIC X(2) VALUE SPACES.
		03 partRate PIC 9(3)V99 VALUE 0.
		03 partSlot PIC 9(2) VALUE 0.
		03 partStatus PIC X(1) VALUE SPACE.

PROCEDURE DIVISION.
	begin.
		PERFORM openReportFile.
		PERFORM loadPartFile.
		IF masterOverflow = "Y" THEN
			CLOSE rptFile
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM applyTransactions.
		PERFORM writeNewMaster.
		PERFORM writeReportTrailer.
		IF rejectCount > 0 THEN
			MOVE 4 TO RETURN-CODE
		END-IF.
		STOP RUN.

	openReportFile.
		OPEN OUTPUT rptFile.
		MOVE SPACES TO rptLine.
		STRING "PARTNER MASTER MAINTENANCE" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> A missing PARTMAST just means a first-time load - the deck's
	*> adds build the master from scratch.  One more read at capacity
	*> tells an exactly-full master from one this program cannot hold,
	*> and the latter abandons the run, same as KEYMAINT.
	loadPartFile.
		OPEN INPUT partFile.
		IF partFileStatus = "00" THEN
			PERFORM partLoadLoop
				UNTIL partFileEof = "Y" OR partCount = maxPartCount
			IF partCount = maxPartCount AND partFileEof NOT = "Y" THEN
				READ partFile
					AT END
						MOVE "Y" TO partFileEof
				END-READ
				IF partFileEof NOT = "Y" THEN
					MOVE "Y" TO masterOverflow
				END-IF
			END-IF
			CLOSE partFile
		ELSE
			DISPLAY "PARTMNT: no PARTMAST master found, starting empty"
		END-IF.
		IF masterOverflow = "Y" THEN
			DISPLAY "PARTMNT: PARTMAST exceeds the " maxPartCount
				"-partner capacity, run abandoned, master unchanged"
			MOVE SPACES TO rptLine
			STRING "PARTMAST EXCEEDS THE " DELIMITED BY SIZE
					maxPartCount DELIMITED BY SIZE
					"-PARTNER CAPACITY - RUN ABANDONED, MASTER UNCHANGED"
						DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "PARTNERS ON FILE AT START: " DELIMITED BY SIZE
				partCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	partLoadLoop.
		ADD 1 TO partCount.
		READ partFile
			AT END
				SUBTRACT 1 FROM partCount
				MOVE "Y" TO partFileEof.
		IF partFileEof NOT = "Y" THEN
			MOVE partRecPartner TO partPartner(partCount)
			MOVE partRecName TO partName(partCount)
			MOVE partRecContact TO partContact(partCount)
			MOVE partRecDept TO partDept(partCount)
			MOVE partRecRate TO partRate(partCount)
			MOVE partRecSlot TO partSlot(partCount)
			MOVE partRecStatus TO partStatus(partCount)
		END-IF.

	applyTransactions.
		OPEN INPUT tranFile.
		IF tranFileStatus NOT = "00" THEN
			DISPLAY "PARTMNT: unable to open PARTTRAN, status " tranFileStatus
			MOVE "Y" TO tranFileEof
		END-IF.
		PERFORM tranForLoop UNTIL tranFileEof = "Y".
		IF tranFileStatus = "00" OR tranFileStatus = "10" THEN
			CLOSE tranFile
		END-IF.

	tranForLoop.
		READ tranFile INTO rawTran
			AT END
				MOVE "Y" TO tranFileEof.
		IF tranFileEof NOT = "Y" THEN
			MOVE rawTran(1:1) TO tranAction
			MOVE rawTran(3:4) TO tranPartner
			MOVE rawTran(8:30) TO tranName
			MOVE rawTran(39:30) TO tranContact
			MOVE rawTran(70:2) TO tranDept
			MOVE rawTran(73:5) TO tranRateText
			MOVE rawTran(79:2) TO tranSlotText
			EVALUATE tranAction
				WHEN "A"
					PERFORM addPartner
				WHEN "C"
					PERFORM changePartner
				WHEN "S"
					PERFORM suspendPartner
				WHEN "R"
					PERFORM reinstatePartner
				WHEN "L"
					PERFORM listPartners
				WHEN OTHER
					MOVE "UNRECOGNIZED ACTION" TO rejectReason
					PERFORM rejectTran
			END-EVALUATE
		END-IF.

	*> An add needs everything but the contact - a partner with no
	*> name, department, or rate cannot be billed or answered for.
	addPartner.
		PERFORM findPartner.
		PERFORM editRateAndSlot.
		EVALUATE TRUE
			WHEN tranPartner = SPACES
				MOVE "BLANK PARTNER" TO rejectReason
				PERFORM rejectTran
			WHEN matchIdx > 0
				MOVE "PARTNER ALREADY ON FILE" TO rejectReason
				PERFORM rejectTran
			WHEN tranName = SPACES OR tranDept = SPACES
				MOVE "NAME AND DEPARTMENT REQUIRED" TO rejectReason
				PERFORM rejectTran
			WHEN tranRateText = SPACES OR tranSlotText = SPACES
				MOVE "RATE AND SLOT REQUIRED" TO rejectReason
				PERFORM rejectTran
			WHEN fieldBad = "Y"
				PERFORM rejectTran
			WHEN partCount = maxPartCount
				MOVE "PARTNER TABLE FULL" TO rejectReason
				PERFORM rejectTran
			WHEN OTHER
				ADD 1 TO partCount
				MOVE tranPartner TO partPartner(partCount)
				MOVE tranName TO partName(partCount)
				MOVE tranContact TO partContact(partCount)
				MOVE tranDept TO partDept(partCount)
				MOVE tranRate TO partRate(partCount)
				MOVE tranSlot TO partSlot(partCount)
				MOVE "A" TO partStatus(partCount)
				ADD 1 TO addCount
				MOVE partCount TO matchIdx
				MOVE "ADDED    " TO rptLine
				PERFORM writePartnerLine
		END-EVALUATE.

	*> Only the fields punched on the card change; a blank field keeps
	*> the master's value.
	changePartner.
		PERFORM findPartner.
		PERFORM editRateAndSlot.
		EVALUATE TRUE
			WHEN matchIdx = 0
				MOVE "PARTNER NOT ON FILE" TO rejectReason
				PERFORM rejectTran
			WHEN tranName = SPACES AND tranContact = SPACES AND
					tranDept = SPACES AND tranRateText = SPACES AND
					tranSlotText = SPACES
				MOVE "NOTHING TO CHANGE" TO rejectReason
				PERFORM rejectTran
			WHEN fieldBad = "Y"
				PERFORM rejectTran
			WHEN OTHER
				IF tranName NOT = SPACES THEN
					MOVE tranName TO partName(matchIdx)
				END-IF
				IF tranContact NOT = SPACES THEN
					MOVE tranContact TO partContact(matchIdx)
				END-IF
				IF tranDept NOT = SPACES THEN
					MOVE tranDept TO partDept(matchIdx)
				END-IF
				IF tranRateText NOT = SPACES THEN
					MOVE tranRate TO partRate(matchIdx)
				END-IF
				IF tranSlotText NOT = SPACES THEN
					MOVE tranSlot TO partSlot(matchIdx)
				END-IF
				ADD 1 TO changeCount
				MOVE "CHANGED  " TO rptLine
				PERFORM writePartnerLine
		END-EVALUATE.

	suspendPartner.
		PERFORM findPartner.
		EVALUATE TRUE
			WHEN matchIdx = 0
				MOVE "PARTNER NOT ON FILE" TO rejectReason
				PERFORM rejectTran
			WHEN partStatus(matchIdx) = "S"
				MOVE "PARTNER ALREADY SUSPENDED" TO rejectReason
				PERFORM rejectTran
			WHEN OTHER
				MOVE "S" TO partStatus(matchIdx)
				ADD 1 TO suspendCount
				MOVE "SUSPEND  " TO rptLine
				PERFORM writePartnerLine
		END-EVALUATE.

	reinstatePartner.
		PERFORM findPartner.
		EVALUATE TRUE
			WHEN matchIdx = 0
				MOVE "PARTNER NOT ON FILE" TO rejectReason
				PERFORM rejectTran
			WHEN partStatus(matchIdx) NOT = "S"
				MOVE "PARTNER NOT SUSPENDED" TO rejectReason
				PERFORM rejectTran
			WHEN OTHER
				MOVE "A" TO partStatus(matchIdx)
				ADD 1 TO reinstateCount
				MOVE "RESTORED " TO rptLine
				PERFORM writePartnerLine
		END-EVALUATE.

	findPartner.
		MOVE 0 TO matchIdx.
		IF tranPartner NOT = SPACES THEN
			PERFORM partSearchLoop VARYING P FROM 1 BY 1
				UNTIL P > partCount OR matchIdx > 0
		END-IF.

	partSearchLoop.
		IF partPartner(P) = tranPartner THEN
			SET matchIdx TO P
		END-IF.

	*> Rate and slot are edited whenever punched - a rate must be all
	*> digits, a slot must be one TRANSMIT has a dataset for.
	*> fieldBad leaves the reason set for the caller's reject.
	editRateAndSlot.
		MOVE "N" TO fieldBad.
		MOVE 0 TO tranRate.
		MOVE 0 TO tranSlot.
		IF tranRateText NOT = SPACES THEN
			IF tranRateText IS NUMERIC THEN
				MOVE tranRateText TO tranRateDigits
				COMPUTE tranRate = tranRateDigits / 100
			ELSE
				MOVE "Y" TO fieldBad
				MOVE "BILLING RATE NOT NUMERIC" TO rejectReason
			END-IF
		END-IF.
		IF tranSlotText NOT = SPACES AND fieldBad = "N" THEN
			IF tranSlotText IS NUMERIC THEN
				MOVE tranSlotText TO tranSlot
				IF tranSlot > maxSlotCount THEN
					MOVE "Y" TO fieldBad
					MOVE "NO SUCH TRANSMITTAL SLOT" TO rejectReason
				END-IF
			ELSE
				MOVE "Y" TO fieldBad
				MOVE "SLOT NOT NUMERIC" TO rejectReason
			END-IF
		END-IF.

	listPartners.
		ADD 1 TO listCount.
		MOVE SPACES TO rptLine.
		STRING "LIST     PARTNER NAME                           "
					DELIMITED BY SIZE
				"CONTACT                        DEPT   RATE SLOT STATUS"
					DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		PERFORM listForLoop VARYING P FROM 1 BY 1 UNTIL P > partCount.

	listForLoop.
		IF tranPartner = SPACES OR partPartner(P) = tranPartner THEN
			SET matchIdx TO P
			MOVE "         " TO rptLine
			PERFORM writePartnerLine
		END-IF.

	*> One partner's master image, behind whatever action word the
	*> caller left in the first nine bytes of rptLine.
	writePartnerLine.
		MOVE partRate(matchIdx) TO rateDisplay.
		STRING partPartner(matchIdx) DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				partName(matchIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				partContact(matchIdx) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				partDept(matchIdx) DELIMITED BY SIZE
				"   " DELIMITED BY SIZE
				rateDisplay DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				partSlot(matchIdx) DELIMITED BY SIZE
				"   " DELIMITED BY SIZE
				partStatus(matchIdx) DELIMITED BY SIZE
			INTO rptLine(10:123).
		WRITE rptLine.

	*> Callers state why before coming here, so the listing says what
	*> to fix on each card, not just that it bounced.
	rejectTran.
		ADD 1 TO rejectCount.
		MOVE SPACES TO rptLine.
		STRING "REJECTED " DELIMITED BY SIZE
				rawTran(1:40) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				rejectReason DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	writeNewMaster.
		OPEN OUTPUT newPartFile.
		PERFORM masterForLoop VARYING P FROM 1 BY 1 UNTIL P > partCount.
		CLOSE newPartFile.

	masterForLoop.
		MOVE SPACES TO newPartRec.
		MOVE partPartner(P) TO newPartPartner.
		MOVE partName(P) TO newPartName.
		MOVE partContact(P) TO newPartContact.
		MOVE partDept(P) TO newPartDept.
		MOVE partRate(P) TO newPartRate.
		MOVE partSlot(P) TO newPartSlot.
		MOVE partStatus(P) TO newPartStatus.
		WRITE newPartRec.

	writeReportTrailer.
		MOVE SPACES TO rptLine.
		STRING "ADDED: " DELIMITED BY SIZE
				addCount DELIMITED BY SIZE
				"  CHANGED: " DELIMITED BY SIZE
				changeCount DELIMITED BY SIZE
				"  SUSPENDED: " DELIMITED BY SIZE
				suspendCount DELIMITED BY SIZE
				"  REINSTATED: " DELIMITED BY SIZE
				reinstateCount DELIMITED BY SIZE
				"  REJECTED: " DELIMITED BY SIZE
				rejectCount DELIMITED BY SIZE
				"  PARTNERS ON FILE: " DELIMITED BY SIZE
				partCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		CLOSE rptFile.
END PROGRAM PARTMNT.
