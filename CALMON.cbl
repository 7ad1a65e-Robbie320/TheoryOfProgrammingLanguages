$ SET SOURCEFORMAT "FREE"

IDENTIFICATION DIVISION.
PROGRAM-ID. CALMON.
AUTHOR. Robert Perrone.
DATE-WRITTEN. October 15th 2026

*> Mod history:
*>   2026-10-15  RP   Original version - processing calendar monitor.
*>                    AUDTREND shows what ran; this shows what did not
*>                    run, or ran wrong.  Every business day on the
*>                    CALFILE processing calendar in the monitored
*>                    range is checked against the AUDHIST run history
*>                    and the XMTLOG transmittal log: a business day
*>                    with no run, a day with more runs than it was
*>                    scheduled for, a run that started after the
*>                    day's SLA time, and a day whose run processed
*>                    records but cut no transmittal when one was
*>                    expected.  Any of the four ends the run RC=8 so
*>                    the scheduler pages on it instead of a partner
*>                    noticing a week later.

*> CALFILE processing calendar - one record per business day, in
*> date order.  A date not on the calendar is not a business day.
*> Columns:
*>    1- 8  business date, YYYYMMDD
*>   10-13  expected window opens, HHMM
*>   15-18  SLA time - the latest a run may start, HHMM (blank =
*>          no lateness check for the day)
*>   20     transmittal expected: Y (or blank) / N
*>   22-23  runs expected for the date (blank = 01) - a day with a
*>          planned off-cycle run is scheduled for 02
*>   25-54  description, printed on the day's line
*> MONCTL card - one record, optional.  Columns:
*>    1- 8  first date to monitor, YYYYMMDD (blank = 7 days before
*>          the last date)
*>   10-17  last date to monitor, YYYYMMDD (blank = yesterday - the
*>          monitor runs in the morning over nights already done)
*> A run BACKOUT reversed did not happen as far as the calendar is
*> concerned, and a voided transmittal was never cut.
*> Return code: 0 every business day ran as scheduled, 8 any
*> missed, double, late, or untransmitted day, 12 CALFILE, AUDHIST
*> or XMTLOG unavailable (nothing could be proved).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT calFile ASSIGN TO "CALFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS calFileStatus.
	SELECT monCtlFile ASSIGN TO "MONCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS monCtlFileStatus.
	SELECT audHistFile ASSIGN TO "AUDHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS audHistFileStatus.
	SELECT xmtLogFile ASSIGN TO "XMTLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS xmtLogFileStatus.
	SELECT rptFile ASSIGN TO "CALRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rptFileStatus.

DATA DIVISION.
FILE SECTION.
FD  calFile.
01  calRec.
	02  calRecDate PIC X(8).
	02  FILLER PIC X(1).
	02  calRecOpen PIC X(4).
	02  FILLER PIC X(1).
	02  calRecSla PIC X(4).
	02  FILLER PIC X(1).
	02  calRecXmt PIC X(1).
	02  FILLER PIC X(1).
	02  calRecRuns PIC X(2).
	02  FILLER PIC X(1).
	02  calRecDesc PIC X(30).

FD  monCtlFile.
01  monCtlLine PIC X(80).

*> Same record layout the IDEONE audHistFile FD writes.
FD  audHistFile.
01  audHistRec.
	02  histRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  histRunTime PIC X(6).
	02  FILLER PIC X(1).
	02  histRunUser PIC X(20).
	02  FILLER PIC X(1).
	02  histCipher PIC X(8).
	02  FILLER PIC X(1).
	02  histShift PIC S9(4) SIGN LEADING SEPARATE.
	02  FILLER PIC X(1).
	02  histPassCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histFailCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histSkipCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histExcCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histTruncated PIC X(1).
	02  FILLER PIC X(1).
	02  histCycle PIC X(2).
	02  FILLER PIC X(1).
	02  histReversed PIC X(1).
	02  FILLER PIC X(1).
	02  histRevDate PIC X(8).

*> Same record layout the TRANSMIT xmtLogFile FD writes.
FD  xmtLogFile.
01  xmtLogRec.
	02  logRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  logPartner PIC X(4).
	02  FILLER PIC X(1).
	02  logCount PIC 9(4).
	02  FILLER PIC X(1).
	02  logHash PIC 9(9).
	02  FILLER PIC X(1).
	02  logCycle PIC X(2).
	02  FILLER PIC X(1).
	02  logStatus PIC X(1).
	02  FILLER PIC X(1).
	02  logVoidDate PIC X(8).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 calFileStatus PIC X(2) VALUE "00".
01 calFileEof PIC X(1) VALUE "N".
01 monCtlFileStatus PIC X(2) VALUE "00".
01 audHistFileStatus PIC X(2) VALUE "00".
01 audHistEof PIC X(1) VALUE "N".
01 xmtLogFileStatus PIC X(2) VALUE "00".
01 xmtLogEof PIC X(1) VALUE "N".
01 rptFileStatus PIC X(2) VALUE "00".
01 inputMissing PIC X(1) VALUE "N".

*> The monitored range, as YYYYMMDD strings so every test below is
*> a plain character compare like the rest of the system's dates.
01 todayDate PIC X(8) VALUE SPACES.
01 fromDate PIC X(8) VALUE SPACES.
01 thruDate PIC X(8) VALUE SPACES.
01 dateNum PIC 9(8) VALUE 0.

*> The calendar's business days inside the range, with what the
*> history and the log showed for each.
01 maxCalCount PIC 9(3) VALUE 400.
01 calCount PIC 9(3) VALUE 0.
01 calOverflow PIC X(1) VALUE "N".
01 calTable.
	02 calEntryTb OCCURS 400 TIMES INDEXED BY CL.
		03 calDate PIC X(8).
		03 calOpen PIC X(4).
		03 calSla PIC X(4).
		03 calXmtExpected PIC X(1).
		03 calRunsExpected PIC 9(2).
		03 calDesc PIC X(30).
		03 calRunCount PIC 9(3).
		03 calProcessed PIC 9(5).
		03 calXmtCount PIC 9(3).
01 calFound PIC X(1) VALUE "N".
01 calIdx PIC 9(3) VALUE 0.

*> Every un-reversed run inside the range, kept so a day's runs can
*> be listed under it.
01 maxRunCount PIC 9(4) VALUE 1000.
01 runCount PIC 9(4) VALUE 0.
01 runOverflow PIC X(1) VALUE "N".
01 runTable.
	02 runEntryTb OCCURS 1000 TIMES INDEXED BY RN.
		03 runDate PIC X(8).
		03 runTime PIC X(6).
		03 runCycle PIC X(2).
		03 runUser PIC X(20).
		03 runOnCalendar PIC X(1).

01 checkDate PIC X(8) VALUE SPACES.
01 runCycleRead PIC X(2) VALUE SPACES.
01 dayStatus PIC X(14) VALUE SPACES.
01 dayFindings PIC 9(2) VALUE 0.

01 businessDayCount PIC 9(4) VALUE 0.
01 missedCount PIC 9(4) VALUE 0.
01 doubleCount PIC 9(4) VALUE 0.
01 lateCount PIC 9(4) VALUE 0.
01 noXmtCount PIC 9(4) VALUE 0.
01 offCalendarCount PIC 9(4) VALUE 0.
01 reversedCount PIC 9(4) VALUE 0.
01 voidedCount PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT rptFile.
		MOVE SPACES TO rptLine.
		STRING "PROCESSING CALENDAR MONITOR" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		PERFORM readMonCtlCard.
		PERFORM loadCalendar.
		PERFORM loadRunHistory.
		PERFORM loadTransmittals.
		IF inputMissing = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "MONITOR ABANDONED - CALENDAR NOT CHECKED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM checkDayLoop VARYING CL FROM 1 BY 1 UNTIL CL > calCount.
		PERFORM writeOffCalendarRuns.
		PERFORM writeReportTrailer.
		CLOSE rptFile.
		IF missedCount > 0 OR doubleCount > 0 OR lateCount > 0 OR
				noXmtCount > 0 THEN
			MOVE 8 TO RETURN-CODE
		END-IF.
		STOP RUN.

	readMonCtlCard.
		ACCEPT todayDate FROM DATE YYYYMMDD.
		OPEN INPUT monCtlFile.
		IF monCtlFileStatus = "00" THEN
			READ monCtlFile
				AT END
					MOVE "10" TO monCtlFileStatus.
		IF monCtlFileStatus = "00" THEN
			MOVE monCtlLine(1:8) TO fromDate
			MOVE monCtlLine(10:8) TO thruDate
			CLOSE monCtlFile
		END-IF.
		IF thruDate = SPACES THEN
			COMPUTE dateNum = Function DATE-OF-INTEGER(
				Function INTEGER-OF-DATE(Function NUMVAL(todayDate)) - 1)
			MOVE dateNum TO thruDate
		END-IF.
		IF fromDate = SPACES THEN
			COMPUTE dateNum = Function DATE-OF-INTEGER(
				Function INTEGER-OF-DATE(Function NUMVAL(thruDate)) - 6)
			MOVE dateNum TO fromDate
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "BUSINESS DAYS " DELIMITED BY SIZE
				fromDate DELIMITED BY SIZE
				" THRU " DELIMITED BY SIZE
				thruDate DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	loadCalendar.
		OPEN INPUT calFile.
		IF calFileStatus NOT = "00" THEN
			DISPLAY "CALMON: unable to open CALFILE, status " calFileStatus
			MOVE "Y" TO calFileEof
			MOVE "Y" TO inputMissing
			MOVE SPACES TO rptLine
			STRING "CALFILE UNAVAILABLE - STATUS " DELIMITED BY SIZE
					calFileStatus DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		PERFORM calLoadLoop UNTIL calFileEof = "Y".
		IF calFileStatus = "00" OR calFileStatus = "10" THEN
			CLOSE calFile
		END-IF.
		IF calOverflow = "Y" THEN
			DISPLAY "CALMON: more than " maxCalCount
				" business days in the range, days past " maxCalCount
				" were not checked"
		END-IF.

	calLoadLoop.
		READ calFile
			AT END
				MOVE "Y" TO calFileEof.
		IF calFileEof NOT = "Y" AND calRecDate >= fromDate AND
				calRecDate <= thruDate THEN
			IF calCount < maxCalCount THEN
				ADD 1 TO calCount
				MOVE calRecDate TO calDate(calCount)
				MOVE calRecOpen TO calOpen(calCount)
				MOVE calRecSla TO calSla(calCount)
				MOVE calRecDesc TO calDesc(calCount)
				IF calRecXmt = "N" THEN
					MOVE "N" TO calXmtExpected(calCount)
				ELSE
					MOVE "Y" TO calXmtExpected(calCount)
				END-IF
				IF calRecRuns IS NUMERIC AND calRecRuns NOT = "00" THEN
					MOVE calRecRuns TO calRunsExpected(calCount)
				ELSE
					MOVE 1 TO calRunsExpected(calCount)
				END-IF
				MOVE 0 TO calRunCount(calCount)
				MOVE 0 TO calProcessed(calCount)
				MOVE 0 TO calXmtCount(calCount)
			ELSE
				MOVE "Y" TO calOverflow
			END-IF
		END-IF.

	findCalendarDay.
		MOVE "N" TO calFound.
		MOVE 0 TO calIdx.
		PERFORM calSearchLoop VARYING CL FROM 1 BY 1
			UNTIL CL > calCount OR calFound = "Y".

	calSearchLoop.
		IF calDate(CL) = checkDate THEN
			MOVE "Y" TO calFound
			SET calIdx TO CL
		END-IF.

	loadRunHistory.
		OPEN INPUT audHistFile.
		IF audHistFileStatus NOT = "00" THEN
			DISPLAY "CALMON: unable to open AUDHIST, status "
				audHistFileStatus
			MOVE "Y" TO audHistEof
			MOVE "Y" TO inputMissing
			MOVE SPACES TO rptLine
			STRING "AUDHIST UNAVAILABLE - STATUS " DELIMITED BY SIZE
					audHistFileStatus DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		PERFORM histLoadLoop UNTIL audHistEof = "Y".
		IF audHistFileStatus = "00" OR audHistFileStatus = "10" THEN
			CLOSE audHistFile
		END-IF.
		IF runOverflow = "Y" THEN
			DISPLAY "CALMON: more than " maxRunCount
				" runs in the range, runs past " maxRunCount " were not checked"
		END-IF.

	histLoadLoop.
		READ audHistFile
			AT END
				MOVE "Y" TO audHistEof.
		IF audHistEof NOT = "Y" AND histRunDate >= fromDate AND
				histRunDate <= thruDate THEN
			IF histReversed = "R" THEN
				ADD 1 TO reversedCount
			ELSE
				PERFORM recordRun
			END-IF
		END-IF.

	recordRun.
		MOVE histCycle TO runCycleRead.
		IF runCycleRead NOT NUMERIC THEN
			MOVE "01" TO runCycleRead
		END-IF.
		IF runCount < maxRunCount THEN
			ADD 1 TO runCount
			MOVE histRunDate TO runDate(runCount)
			MOVE histRunTime TO runTime(runCount)
			MOVE runCycleRead TO runCycle(runCount)
			MOVE histRunUser TO runUser(runCount)
			MOVE histRunDate TO checkDate
			PERFORM findCalendarDay
			IF calFound = "Y" THEN
				MOVE "Y" TO runOnCalendar(runCount)
				ADD 1 TO calRunCount(calIdx)
				ADD histPassCount TO calProcessed(calIdx)
				ADD histFailCount TO calProcessed(calIdx)
				ADD histSkipCount TO calProcessed(calIdx)
			ELSE
				MOVE "N" TO runOnCalendar(runCount)
			END-IF
		ELSE
			MOVE "Y" TO runOverflow
		END-IF.

	loadTransmittals.
		OPEN INPUT xmtLogFile.
		IF xmtLogFileStatus NOT = "00" THEN
			DISPLAY "CALMON: unable to open XMTLOG, status "
				xmtLogFileStatus
			MOVE "Y" TO xmtLogEof
			MOVE "Y" TO inputMissing
			MOVE SPACES TO rptLine
			STRING "XMTLOG UNAVAILABLE - STATUS " DELIMITED BY SIZE
					xmtLogFileStatus DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		PERFORM logLoadLoop UNTIL xmtLogEof = "Y".
		IF xmtLogFileStatus = "00" OR xmtLogFileStatus = "10" THEN
			CLOSE xmtLogFile
		END-IF.

	logLoadLoop.
		READ xmtLogFile
			AT END
				MOVE "Y" TO xmtLogEof.
		IF xmtLogEof NOT = "Y" AND logRunDate >= fromDate AND
				logRunDate <= thruDate THEN
			IF logStatus = "V" THEN
				ADD 1 TO voidedCount
			ELSE
				MOVE logRunDate TO checkDate
				PERFORM findCalendarDay
				IF calFound = "Y" THEN
					ADD 1 TO calXmtCount(calIdx)
				END-IF
			END-IF
		END-IF.

	*> One business day - its summary line, then a line for each way
	*> it went wrong.
	checkDayLoop.
		ADD 1 TO businessDayCount.
		MOVE 0 TO dayFindings.
		MOVE calDate(CL) TO checkDate.
		IF calRunCount(CL) = 0 THEN
			ADD 1 TO dayFindings
		END-IF.
		IF calRunCount(CL) > calRunsExpected(CL) THEN
			ADD 1 TO dayFindings
		END-IF.
		IF calXmtExpected(CL) = "Y" AND calProcessed(CL) > 0 AND
				calXmtCount(CL) = 0 THEN
			ADD 1 TO dayFindings
		END-IF.
		PERFORM lateCheckLoop VARYING RN FROM 1 BY 1 UNTIL RN > runCount.
		IF dayFindings = 0 THEN
			MOVE "OK" TO dayStatus
		ELSE
			MOVE "EXCEPTION" TO dayStatus
		END-IF.
		PERFORM writeDayLine.
		IF calRunCount(CL) = 0 THEN
			ADD 1 TO missedCount
			MOVE SPACES TO rptLine
			STRING "          MISSED RUN - NO RUN RECORDED FOR THIS BUSINESS DAY"
					DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		IF calRunCount(CL) > calRunsExpected(CL) THEN
			ADD 1 TO doubleCount
			MOVE SPACES TO rptLine
			STRING "          DOUBLE RUN - " DELIMITED BY SIZE
					calRunCount(CL) DELIMITED BY SIZE
					" RUNS, " DELIMITED BY SIZE
					calRunsExpected(CL) DELIMITED BY SIZE
					" SCHEDULED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			PERFORM listDayRunLoop VARYING RN FROM 1 BY 1 UNTIL RN > runCount
		END-IF.
		PERFORM writeLateLoop VARYING RN FROM 1 BY 1 UNTIL RN > runCount.
		IF calXmtExpected(CL) = "Y" AND calProcessed(CL) > 0 AND
				calXmtCount(CL) = 0 THEN
			ADD 1 TO noXmtCount
			MOVE SPACES TO rptLine
			STRING "          NO TRANSMITTAL - " DELIMITED BY SIZE
					calProcessed(CL) DELIMITED BY SIZE
					" RECORDS PROCESSED BUT NO TRANSMITTAL CUT" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	*> A run is late when it started after the day's SLA time - HHMM
	*> against the first four digits of the HHMMSS it logged.
	lateCheckLoop.
		IF runDate(RN) = checkDate AND calSla(CL) NOT = SPACES AND
				runTime(RN)(1:4) > calSla(CL) THEN
			ADD 1 TO dayFindings
		END-IF.

	writeLateLoop.
		IF runDate(RN) = checkDate AND calSla(CL) NOT = SPACES AND
				runTime(RN)(1:4) > calSla(CL) THEN
			ADD 1 TO lateCount
			MOVE SPACES TO rptLine
			STRING "          LATE RUN - CYCLE " DELIMITED BY SIZE
					runCycle(RN) DELIMITED BY SIZE
					" STARTED " DELIMITED BY SIZE
					runTime(RN) DELIMITED BY SIZE
					" - SLA " DELIMITED BY SIZE
					calSla(CL) DELIMITED BY SIZE
					" - BY " DELIMITED BY SIZE
					runUser(RN) DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	listDayRunLoop.
		IF runDate(RN) = checkDate THEN
			MOVE SPACES TO rptLine
			STRING "            CYCLE " DELIMITED BY SIZE
					runCycle(RN) DELIMITED BY SIZE
					" STARTED " DELIMITED BY SIZE
					runTime(RN) DELIMITED BY SIZE
					" BY " DELIMITED BY SIZE
					runUser(RN) DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	writeDayLine.
		MOVE SPACES TO rptLine.
		STRING calDate(CL) DELIMITED BY SIZE
				"  WINDOW " DELIMITED BY SIZE
				calOpen(CL) DELIMITED BY SIZE
				"-" DELIMITED BY SIZE
				calSla(CL) DELIMITED BY SIZE
				"  RUNS " DELIMITED BY SIZE
				calRunCount(CL) DELIMITED BY SIZE
				"/" DELIMITED BY SIZE
				calRunsExpected(CL) DELIMITED BY SIZE
				"  RECORDS " DELIMITED BY SIZE
				calProcessed(CL) DELIMITED BY SIZE
				"  TRANSMITTALS " DELIMITED BY SIZE
				calXmtCount(CL) DELIMITED BY SIZE
				" (EXPECTED " DELIMITED BY SIZE
				calXmtExpected(CL) DELIMITED BY SIZE
				")  " DELIMITED BY SIZE
				dayStatus DELIMITED BY SIZE
				calDesc(CL) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> Runs on dates the calendar does not carry - a weekend catch-up
	*> or a holiday run.  Listed for the record, not paged on.
	writeOffCalendarRuns.
		PERFORM offCalendarLoop VARYING RN FROM 1 BY 1 UNTIL RN > runCount.

	offCalendarLoop.
		IF runOnCalendar(RN) NOT = "Y" THEN
			ADD 1 TO offCalendarCount
			MOVE SPACES TO rptLine
			STRING "NOTE      RUN ON NON-BUSINESS DAY " DELIMITED BY SIZE
					runDate(RN) DELIMITED BY SIZE
					" CYCLE " DELIMITED BY SIZE
					runCycle(RN) DELIMITED BY SIZE
					" STARTED " DELIMITED BY SIZE
					runTime(RN) DELIMITED BY SIZE
					" BY " DELIMITED BY SIZE
					runUser(RN) DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	writeReportTrailer.
		MOVE SPACES TO rptLine.
		STRING "BUSINESS DAYS: " DELIMITED BY SIZE
				businessDayCount DELIMITED BY SIZE
				"  MISSED: " DELIMITED BY SIZE
				missedCount DELIMITED BY SIZE
				"  DOUBLE: " DELIMITED BY SIZE
				doubleCount DELIMITED BY SIZE
				"  LATE: " DELIMITED BY SIZE
				lateCount DELIMITED BY SIZE
				"  NO TRANSMITTAL: " DELIMITED BY SIZE
				noXmtCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "NON-BUSINESS DAY RUNS: " DELIMITED BY SIZE
				offCalendarCount DELIMITED BY SIZE
				"  REVERSED RUNS IGNORED: " DELIMITED BY SIZE
				reversedCount DELIMITED BY SIZE
				"  VOIDED TRANSMITTALS IGNORED: " DELIMITED BY SIZE
				voidedCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
END PROGRAM CALMON.
