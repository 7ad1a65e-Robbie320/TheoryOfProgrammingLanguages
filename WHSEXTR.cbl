$ SET SOURCEFORMAT "FREE"

IDENTIFICATION DIVISION.
PROGRAM-ID. WHSEXTR.
AUTHOR. Robert Perrone.
DATE-WRITTEN. October 15th 2026

*> Mod history:
*>   2026-10-15  RP   Original version - nightly change feed from the
*>                    RSLFILE results master to the reporting
*>                    warehouse, so management reporting stops being
*>                    re-keyed off OPSUM and PARTSTMT.  Every master
*>                    record stamped since the last good extract - a
*>                    new record from IDEONE, a rerun's rewrite, or a
*>                    SOLVEREV posting days after the night - goes out
*>                    comma-delimited on CHGFEED, with the night's
*>                    EXCFILE rejects on EXCFEED, its DUPFILE
*>                    diversions on DUPFEED, and one MANIFEST record
*>                    of per-file counts for the warehouse load to
*>                    balance to.  The high-water mark on EXTHWM only
*>                    moves when the extract completes, so a missed or
*>                    failed night is caught up by the next one.
*>   2026-10-15  RP   Send runs BACKOUT reversed on a REVFEED so the
*>                    load can drop the run's rows before applying the
*>                    change feed, with their count on MANIFEST.  The
*>                    companion run is now told apart by its start time
*>                    as well as date and cycle - a rerun, or a run
*>                    after a backout, reuses both.

*> CHGFEED record - one per master record changed in the window:
*>    run date, cycle, sequence, operation, partner, shift, audit
*>    result, segment count, last-changed stamp (YYYYMMDDHHMMSS),
*>    then the original, encrypted, decrypted and solved strings.
*> EXCFEED record - one per EXCFILE reject:
*>    run date, cycle, sequence, operation, partner, as-of date,
*>    reason, original string.
*> DUPFEED record - one per DUPFILE diversion:
*>    run date, cycle, sequence, operation, partner, prior run date,
*>    prior cycle, prior sequence, original string.
*> REVFEED record - one per run BACKOUT reversed since the last
*> extract:
*>    run date, cycle, run start time (HHMMSS), reversal date.
*>    The load drops every row it holds for the run date and cycle -
*>    on the change feed and the reject and diversion feeds alike -
*>    before it applies this extract's other feeds; a rerun of the
*>    date and cycle comes after its backout, so its records arrive
*>    on CHGFEED in the same or a later extract.  Each reversal is
*>    sent once.
*> MANIFEST record - one per extract:
*>    extract number, window from stamp, window thru stamp, run date
*>    and cycle of the companion files (blank when none were sent),
*>    CHGFEED count, EXCFEED count, DUPFEED count, REVFEED count.
*> Fields are separated by commas.  The strings and the reject
*> reason are enclosed in double quotes, a quote inside one doubled,
*> trailing spaces dropped; every other field is bare.  The whole
*> message is sent, every segment.
*> EXTHWM high-water mark - kept by this program.  First record:
*>    1-14  thru stamp of the last good extract - the next extract
*>          sends everything stamped at or after it
*>   16-23  run date of the last companion files sent
*>   25-26  cycle of the last companion files sent
*>   28-32  number of the last extract
*>   34-39  run start time of the last companion files sent (blank
*>          on a mark written before times were kept - date and
*>          cycle alone are then compared)
*> then one record per reversal dated the thru stamp's day that has
*> been sent - the next window opens on that day, and these are not
*> sent again:
*>    1- 8  run date       10-11  cycle
*>   13-18  run start time 20-27  reversal date
*> No EXTHWM record (the first extract ever) sends the whole master.
*> EXTCTL card - one record, optional.  Columns:
*>    1-14  resend from this stamp instead of the high-water mark,
*>          YYYYMMDDHHMMSS or just YYYYMMDD (from midnight) - for
*>          a warehouse load that has to be redone.  Blank = the
*>          high-water mark.
*> The companion files are the night's own - IDEONE rewrites EXCFILE
*> and DUPFILE every run - so they are sent once, for the latest run
*> on AUDHIST, and not again once EXTHWM says that run was sent.  A
*> run BACKOUT reversed has its companions held back.  A run is
*> AUDHIST's run date, cycle and start time together.
*> Return code: 0 clean, 4 companion files missing, already sent,
*> held back, or not agreeing with their own trailers (the change
*> feed is complete either way), 8 unusable EXTCTL card or more
*> reversals in the window than one extract holds, 12 RSLFILE or a
*> feed file unavailable (nothing extracted - the high-water mark
*> is not moved).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Same layout IDEONE's rsltFile FD writes - DYNAMIC access, the
	*> whole master is browsed in key order for changed stamps.
	SELECT rsltFile ASSIGN TO "RSLFILE"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS rsltKey
		FILE STATUS IS rsltFileStatus.
	SELECT excFile ASSIGN TO "EXCFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS excFileStatus.
	SELECT dupFile ASSIGN TO "DUPFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS dupFileStatus.
	SELECT audHistFile ASSIGN TO "AUDHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS audHistFileStatus.
	*> OPTIONAL so the very first extract ever runs without one.
	SELECT OPTIONAL hwmFile ASSIGN TO "EXTHWM"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS hwmFileStatus.
	SELECT hwmOutFile ASSIGN TO "EXTHOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS hwmOutFileStatus.
	SELECT extCtlFile ASSIGN TO "EXTCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS extCtlFileStatus.
	SELECT chgFeedFile ASSIGN TO "CHGFEED"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS chgFeedFileStatus.
	SELECT excFeedFile ASSIGN TO "EXCFEED"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS excFeedFileStatus.
	SELECT dupFeedFile ASSIGN TO "DUPFEED"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS dupFeedFileStatus.
	SELECT revFeedFile ASSIGN TO "REVFEED"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS revFeedFileStatus.
	SELECT manifestFile ASSIGN TO "MANIFEST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS manifestFileStatus.
	SELECT rptFile ASSIGN TO "EXTRPT"
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

*> IDEONE's exception and duplicate reports - detail lines start
*> with the numeric sequence, + lines (blank sequence, + in column
*> 5) carry the message's further segments in columns 16-45.
FD  excFile.
01  excLine PIC X(132).

FD  dupFile.
01  dupLine PIC X(132).

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

FD  hwmFile.
01  hwmRec.
	02  hwmThruStamp PIC X(14).
	02  FILLER PIC X(1).
	02  hwmCompDate PIC X(8).
	02  FILLER PIC X(1).
	02  hwmCompCycle PIC X(2).
	02  FILLER PIC X(1).
	02  hwmExtractNum PIC 9(5).
	02  FILLER PIC X(1).
	02  hwmCompTime PIC X(6).
01  hwmRevRec.
	02  hwmRevRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  hwmRevCycle PIC X(2).
	02  FILLER PIC X(1).
	02  hwmRevRunTime PIC X(6).
	02  FILLER PIC X(1).
	02  hwmRevDate PIC X(8).

FD  hwmOutFile.
01  hwmOutRec.
	02  hwmOutThruStamp PIC X(14).
	02  FILLER PIC X(1).
	02  hwmOutCompDate PIC X(8).
	02  FILLER PIC X(1).
	02  hwmOutCompCycle PIC X(2).
	02  FILLER PIC X(1).
	02  hwmOutExtractNum PIC 9(5).
	02  FILLER PIC X(1).
	02  hwmOutCompTime PIC X(6).
01  hwmOutRevRec.
	02  hwmOutRevRunDate PIC X(8).
	02  FILLER PIC X(1).
	02  hwmOutRevCycle PIC X(2).
	02  FILLER PIC X(1).
	02  hwmOutRevRunTime PIC X(6).
	02  FILLER PIC X(1).
	02  hwmOutRevDate PIC X(8).

FD  extCtlFile.
01  extCtlLine PIC X(80).

FD  chgFeedFile.
01  chgFeedLine PIC X(2600).

FD  excFeedFile.
01  excFeedLine PIC X(800).

FD  dupFeedFile.
01  dupFeedLine PIC X(800).

FD  revFeedFile.
01  revFeedLine PIC X(80).

FD  manifestFile.
01  manifestLine PIC X(132).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 rsltFileStatus PIC X(2) VALUE "00".
01 excFileStatus PIC X(2) VALUE "00".
01 excFileEof PIC X(1) VALUE "N".
01 dupFileStatus PIC X(2) VALUE "00".
01 dupFileEof PIC X(1) VALUE "N".
01 audHistFileStatus PIC X(2) VALUE "00".
01 audHistEof PIC X(1) VALUE "N".
01 hwmFileStatus PIC X(2) VALUE "00".
01 hwmOutFileStatus PIC X(2) VALUE "00".
01 hwmEof PIC X(1) VALUE "N".
01 extCtlFileStatus PIC X(2) VALUE "00".
01 chgFeedFileStatus PIC X(2) VALUE "00".
01 excFeedFileStatus PIC X(2) VALUE "00".
01 dupFeedFileStatus PIC X(2) VALUE "00".
01 revFeedFileStatus PIC X(2) VALUE "00".
01 manifestFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".

*> The first file that would not open, reported once - nothing is
*> extracted until every file the extract needs is open.
01 openFailed PIC X(1) VALUE "N".
01 failName PIC X(8) VALUE SPACES.
01 failStatus PIC X(2) VALUE SPACES.

*> The window - everything stamped at or after fromStamp and before
*> thruStamp, the moment this extract started.  The next extract
*> starts where this one stops, so a record is sent exactly once
*> however the two runs fall.
01 fromStamp PIC X(14) VALUE "00000000000000".
01 thruStamp PIC X(14) VALUE SPACES.
01 recStamp PIC X(14) VALUE SPACES.
01 ctlFromStamp PIC X(14) VALUE SPACES.
01 ctlCardBad PIC X(1) VALUE "N".
01 resendRun PIC X(1) VALUE "N".
01 extractNum PIC 9(5) VALUE 0.
01 browseDone PIC X(1) VALUE "N".

*> The last companion files sent, off EXTHWM, and the run the
*> companions on disk tonight belong to, off AUDHIST's last record.
01 lastCompDate PIC X(8) VALUE SPACES.
01 lastCompCycle PIC X(2) VALUE SPACES.
01 lastCompTime PIC X(6) VALUE SPACES.
01 compDate PIC X(8) VALUE SPACES.
01 compCycle PIC X(2) VALUE SPACES.
01 compTime PIC X(6) VALUE SPACES.
01 compReversed PIC X(1) VALUE SPACE.
01 compSend PIC X(1) VALUE "N".
01 compNote PIC X(60) VALUE SPACES.

*> Reversals already sent, off EXTHWM, and the reversals this
*> extract sends - every AUDHIST run marked R whose reversal date
*> falls in the window's days.  The window's first day is also the
*> last extract's thru day, so one sent then is looked up and
*> skipped; a resend off EXTCTL sends them all again.
01 maxRevCount PIC 9(3) VALUE 200.
01 sentRevCount PIC 9(3) VALUE 0.
01 sentRevTable.
	02 sentRevEntryTb OCCURS 200 TIMES INDEXED BY SR.
		03 sentRevRunDate PIC X(8) VALUE SPACES.
		03 sentRevCycle PIC X(2) VALUE SPACES.
		03 sentRevRunTime PIC X(6) VALUE SPACES.
		03 sentRevDate PIC X(8) VALUE SPACES.
01 revCount PIC 9(3) VALUE 0.
01 revTable.
	02 revEntryTb OCCURS 200 TIMES INDEXED BY RV.
		03 revRunDate PIC X(8) VALUE SPACES.
		03 revCycle PIC X(2) VALUE SPACES.
		03 revRunTime PIC X(6) VALUE SPACES.
		03 revDate PIC X(8) VALUE SPACES.
01 revFound PIC X(1) VALUE "N".
01 revOverflow PIC X(1) VALUE "N".

*> One reject or diversion being gathered - its + lines follow the
*> detail, so it is written when the next detail or the trailer
*> arrives.
01 pendingLine PIC X(132) VALUE SPACES.
01 pendingText PIC X(300) VALUE SPACES.
01 pendingSegs PIC 9(2) VALUE 0.
01 segText PIC X(30) VALUE SPACES.
01 pendingHeld PIC X(1) VALUE "N".
01 maxSegCount PIC 9(2) VALUE 10.
01 segPos PIC 9(3) VALUE 1.
01 excTrailerCount PIC 9(5) VALUE 0.
01 excTrailerSeen PIC X(1) VALUE "N".
01 dupTrailerCount PIC 9(5) VALUE 0.
01 dupTrailerSeen PIC X(1) VALUE "N".

*> CSV quoting - csvIn is quoted into csvOut(1:csvOutLen).
01 csvIn PIC X(300) VALUE SPACES.
01 csvInLen PIC 9(3) VALUE 0.
01 csvOut PIC X(602) VALUE SPACES.
01 csvOutLen PIC 9(3) VALUE 0.
01 CP PIC 9(3) VALUE 1.
01 origField PIC X(602) VALUE SPACES.
01 origLen PIC 9(3) VALUE 0.
01 encField PIC X(602) VALUE SPACES.
01 encLen PIC 9(3) VALUE 0.
01 decField PIC X(602) VALUE SPACES.
01 decLen PIC 9(3) VALUE 0.
01 solvField PIC X(602) VALUE SPACES.
01 solvLen PIC 9(3) VALUE 0.
01 feedPtr PIC 9(4) VALUE 1.
01 shiftEdit PIC -9(4).

01 chgCount PIC 9(7) VALUE 0.
01 excFeedCount PIC 9(5) VALUE 0.
01 dupFeedCount PIC 9(5) VALUE 0.
01 scannedCount PIC 9(7) VALUE 0.
01 warnCount PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT rptFile.
		MOVE SPACES TO rptLine.
		STRING "RESULTS MASTER WAREHOUSE EXTRACT" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE Function CURRENT-DATE(1:14) TO thruStamp.
		PERFORM readHighWaterMark.
		PERFORM readExtCtlCard.
		IF ctlCardBad = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "EXTCTL RESEND STAMP IS NOT A DATE - NOTHING EXTRACTED, "
					DELIMITED BY SIZE
					"HIGH-WATER MARK UNCHANGED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.
		ADD 1 TO extractNum.
		PERFORM findCompanionRun.
		IF revOverflow = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "MORE THAN " DELIMITED BY SIZE
					maxRevCount DELIMITED BY SIZE
					" REVERSALS IN THE WINDOW - NOTHING EXTRACTED, "
						DELIMITED BY SIZE
					"HIGH-WATER MARK UNCHANGED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM openExtractFiles.
		IF openFailed = "Y" THEN
			DISPLAY "WHSEXTR: unable to open " failName ", status "
				failStatus ", nothing extracted"
			MOVE SPACES TO rptLine
			STRING failName DELIMITED BY SPACE
					" UNAVAILABLE - STATUS " DELIMITED BY SIZE
					failStatus DELIMITED BY SIZE
					" - NOTHING EXTRACTED, HIGH-WATER MARK UNCHANGED"
						DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "EXTRACT " DELIMITED BY SIZE
				extractNum DELIMITED BY SIZE
				"  CHANGED FROM " DELIMITED BY SIZE
				fromStamp DELIMITED BY SIZE
				" UP TO " DELIMITED BY SIZE
				thruStamp DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		PERFORM extractReversals.
		PERFORM extractChanges.
		CLOSE rsltFile.
		IF compSend = "Y" THEN
			PERFORM extractRejects
			PERFORM extractDiversions
			PERFORM checkCompanionTrailers
		END-IF.
		PERFORM writeManifest.
		PERFORM writeHighWaterMark.
		CLOSE chgFeedFile.
		CLOSE excFeedFile.
		CLOSE dupFeedFile.
		CLOSE revFeedFile.
		CLOSE manifestFile.
		CLOSE hwmOutFile.
		PERFORM writeReportTrailer.
		CLOSE rptFile.
		IF warnCount > 0 THEN
			MOVE 4 TO RETURN-CODE
		END-IF.
		STOP RUN.

	readHighWaterMark.
		OPEN INPUT hwmFile.
		IF hwmFileStatus = "00" OR hwmFileStatus = "05" THEN
			READ hwmFile
				AT END
					MOVE "10" TO hwmFileStatus
			END-READ
			IF hwmFileStatus = "00" THEN
				IF hwmThruStamp IS NUMERIC THEN
					MOVE hwmThruStamp TO fromStamp
				END-IF
				MOVE hwmCompDate TO lastCompDate
				MOVE hwmCompCycle TO lastCompCycle
				MOVE hwmCompTime TO lastCompTime
				IF hwmExtractNum IS NUMERIC THEN
					MOVE hwmExtractNum TO extractNum
				END-IF
				PERFORM sentRevLoadLoop UNTIL hwmEof = "Y"
			END-IF
			CLOSE hwmFile
		END-IF.
		IF fromStamp = "00000000000000" THEN
			MOVE SPACES TO rptLine
			STRING "NO HIGH-WATER MARK - FULL EXTRACT OF THE MASTER"
					DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	sentRevLoadLoop.
		READ hwmFile
			AT END
				MOVE "Y" TO hwmEof
			NOT AT END
				IF sentRevCount = maxRevCount THEN
					MOVE "Y" TO revOverflow
				ELSE
					ADD 1 TO sentRevCount
					MOVE hwmRevRunDate TO sentRevRunDate(sentRevCount)
					MOVE hwmRevCycle TO sentRevCycle(sentRevCount)
					MOVE hwmRevRunTime TO sentRevRunTime(sentRevCount)
					MOVE hwmRevDate TO sentRevDate(sentRevCount)
				END-IF
		END-READ.

	*> A resend stamp replaces the high-water mark's for this run
	*> only - the thru stamp still moves on, so the next night picks
	*> up where this one ends.
	readExtCtlCard.
		OPEN INPUT extCtlFile.
		IF extCtlFileStatus = "00" THEN
			READ extCtlFile
				AT END
					MOVE "10" TO extCtlFileStatus.
		IF extCtlFileStatus = "00" THEN
			MOVE extCtlLine(1:14) TO ctlFromStamp
			CLOSE extCtlFile
		END-IF.
		IF ctlFromStamp NOT = SPACES THEN
			IF ctlFromStamp(9:6) = SPACES THEN
				MOVE "000000" TO ctlFromStamp(9:6)
			END-IF
			IF ctlFromStamp IS NUMERIC THEN
				MOVE ctlFromStamp TO fromStamp
				MOVE "Y" TO resendRun
				MOVE SPACES TO rptLine
				STRING "RESEND REQUESTED ON EXTCTL FROM " DELIMITED BY SIZE
						ctlFromStamp DELIMITED BY SIZE
					INTO rptLine
				WRITE rptLine
			ELSE
				MOVE "Y" TO ctlCardBad
			END-IF
		END-IF.

	*> The last run on AUDHIST is the one whose EXCFILE and DUPFILE
	*> are on disk - trial runs write neither.  The same pass picks up
	*> the runs reversed in the window.
	findCompanionRun.
		OPEN INPUT audHistFile.
		IF audHistFileStatus = "00" THEN
			PERFORM lastRunLoop UNTIL audHistEof = "Y"
			CLOSE audHistFile
		END-IF.
		MOVE "N" TO compSend.
		EVALUATE TRUE
			WHEN compDate = SPACES
				MOVE "NO RUN ON AUDHIST - NO COMPANION FILES SENT" TO compNote
			WHEN compReversed = "R"
				MOVE "RUN WAS BACKED OUT - COMPANION FILES HELD BACK"
					TO compNote
			WHEN compDate = lastCompDate AND compCycle = lastCompCycle AND
					(compTime = lastCompTime OR lastCompTime = SPACES)
				MOVE "ALREADY SENT BY AN EARLIER EXTRACT - NOT SENT AGAIN"
					TO compNote
			WHEN OTHER
				MOVE "Y" TO compSend
		END-EVALUATE.
		IF compSend NOT = "Y" THEN
			ADD 1 TO warnCount
		END-IF.

	lastRunLoop.
		READ audHistFile
			AT END
				MOVE "Y" TO audHistEof
			NOT AT END
				MOVE histRunDate TO compDate
				MOVE histCycle TO compCycle
				IF compCycle = SPACES OR compCycle NOT NUMERIC THEN
					MOVE "01" TO compCycle
				END-IF
				MOVE histRunTime TO compTime
				MOVE histReversed TO compReversed
				IF histReversed = "R" AND
						histRevDate NOT < fromStamp(1:8) AND
						histRevDate NOT > thruStamp(1:8) THEN
					PERFORM collectReversal
				END-IF
		END-READ.

	collectReversal.
		MOVE "N" TO revFound.
		IF resendRun NOT = "Y" THEN
			PERFORM sentRevSearchLoop VARYING SR FROM 1 BY 1
				UNTIL SR > sentRevCount OR revFound = "Y"
		END-IF.
		IF revFound NOT = "Y" THEN
			IF revCount = maxRevCount THEN
				MOVE "Y" TO revOverflow
			ELSE
				ADD 1 TO revCount
				MOVE compDate TO revRunDate(revCount)
				MOVE compCycle TO revCycle(revCount)
				MOVE compTime TO revRunTime(revCount)
				MOVE histRevDate TO revDate(revCount)
			END-IF
		END-IF.

	sentRevSearchLoop.
		IF sentRevRunDate(SR) = compDate AND sentRevCycle(SR) = compCycle AND
				sentRevRunTime(SR) = compTime THEN
			MOVE "Y" TO revFound
		END-IF.

	*> Every output is opened before anything is written, so a
	*> missing dataset leaves no half-written feed behind it.  The
	*> night's EXCFILE and DUPFILE are optional - a missing one is a
	*> warning, the change feed still goes.
	openExtractFiles.
		OPEN INPUT rsltFile.
		IF rsltFileStatus NOT = "00" THEN
			MOVE "RSLFILE" TO failName
			MOVE rsltFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT chgFeedFile.
		IF chgFeedFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "CHGFEED" TO failName
			MOVE chgFeedFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT excFeedFile.
		IF excFeedFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "EXCFEED" TO failName
			MOVE excFeedFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT dupFeedFile.
		IF dupFeedFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "DUPFEED" TO failName
			MOVE dupFeedFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT revFeedFile.
		IF revFeedFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "REVFEED" TO failName
			MOVE revFeedFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT manifestFile.
		IF manifestFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "MANIFEST" TO failName
			MOVE manifestFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.
		OPEN OUTPUT hwmOutFile.
		IF hwmOutFileStatus NOT = "00" AND openFailed = "N" THEN
			MOVE "EXTHOUT" TO failName
			MOVE hwmOutFileStatus TO failStatus
			MOVE "Y" TO openFailed
		END-IF.

	*> Written ahead of the change feed - the load applies them first.
	extractReversals.
		PERFORM writeReversalRecord VARYING RV FROM 1 BY 1
			UNTIL RV > revCount.

	writeReversalRecord.
		MOVE SPACES TO revFeedLine.
		STRING revRunDate(RV) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				revCycle(RV) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				revRunTime(RV) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				revDate(RV) DELIMITED BY SIZE
			INTO revFeedLine.
		WRITE revFeedLine.
		MOVE SPACES TO rptLine.
		STRING "REVERSAL SENT - RUN " DELIMITED BY SIZE
				revRunDate(RV) DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				revCycle(RV) DELIMITED BY SIZE
				" STARTED " DELIMITED BY SIZE
				revRunTime(RV) DELIMITED BY SIZE
				" BACKED OUT " DELIMITED BY SIZE
				revDate(RV) DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	*> One pass over the whole master - the stamp is not part of the
	*> key.  A record loaded before stamps existed reads as stamped
	*> at the dawn of time, so only a full extract sends it.
	extractChanges.
		MOVE "N" TO browseDone.
		MOVE LOW-VALUES TO rsltKey.
		START rsltFile KEY NOT LESS THAN rsltKey
			INVALID KEY
				MOVE "Y" TO browseDone
		END-START.
		PERFORM changeLoop UNTIL browseDone = "Y".

	changeLoop.
		READ rsltFile NEXT
			AT END
				MOVE "Y" TO browseDone
			NOT AT END
				ADD 1 TO scannedCount
				MOVE rsltChgStamp TO recStamp
				IF recStamp = SPACES THEN
					MOVE "00000000000000" TO recStamp
				END-IF
				IF recStamp NOT < fromStamp AND recStamp < thruStamp THEN
					PERFORM writeChangeRecord
				END-IF
		END-READ.

	writeChangeRecord.
		MOVE rsltOriginal TO csvIn.
		PERFORM quoteCsvText.
		MOVE csvOut TO origField.
		MOVE csvOutLen TO origLen.
		MOVE rsltEncrypted TO csvIn.
		PERFORM quoteCsvText.
		MOVE csvOut TO encField.
		MOVE csvOutLen TO encLen.
		MOVE rsltDecrypted TO csvIn.
		PERFORM quoteCsvText.
		MOVE csvOut TO decField.
		MOVE csvOutLen TO decLen.
		MOVE rsltSolved TO csvIn.
		PERFORM quoteCsvText.
		MOVE csvOut TO solvField.
		MOVE csvOutLen TO solvLen.
		MOVE rsltShift TO shiftEdit.
		MOVE SPACES TO chgFeedLine.
		MOVE 1 TO feedPtr.
		STRING rsltRunDate DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				rsltCycle DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				rsltSeq DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				rsltOp DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				rsltPartner DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				Function TRIM(shiftEdit) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				rsltAuditResult DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				rsltSegCount DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				rsltChgStamp DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				origField(1:origLen) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				encField(1:encLen) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				decField(1:decLen) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				solvField(1:solvLen) DELIMITED BY SIZE
			INTO chgFeedLine
			WITH POINTER feedPtr.
		WRITE chgFeedLine.
		ADD 1 TO chgCount.

	*> Wraps csvIn, trailing spaces dropped, in double quotes with any
	*> quote inside it doubled - the one rule every loader reads.
	quoteCsvText.
		MOVE 0 TO csvInLen.
		IF csvIn NOT = SPACES THEN
			COMPUTE csvInLen = Function LENGTH(Function TRIM(csvIn TRAILING))
		END-IF.
		MOVE SPACES TO csvOut.
		MOVE QUOTE TO csvOut(1:1).
		MOVE 1 TO csvOutLen.
		PERFORM quoteCharLoop VARYING CP FROM 1 BY 1 UNTIL CP > csvInLen.
		ADD 1 TO csvOutLen.
		MOVE QUOTE TO csvOut(csvOutLen:1).

	quoteCharLoop.
		ADD 1 TO csvOutLen.
		MOVE csvIn(CP:1) TO csvOut(csvOutLen:1).
		IF csvIn(CP:1) = QUOTE THEN
			ADD 1 TO csvOutLen
			MOVE QUOTE TO csvOut(csvOutLen:1)
		END-IF.

	*> EXCFILE detail columns as IDEONE's writeExceptionDetail lays
	*> them down: op 7, partner 10-13, text 16-45, as-of 48-55,
	*> reason from 58.
	extractRejects.
		OPEN INPUT excFile.
		IF excFileStatus NOT = "00" THEN
			ADD 1 TO warnCount
			MOVE SPACES TO rptLine
			STRING "EXCFILE UNAVAILABLE - STATUS " DELIMITED BY SIZE
					excFileStatus DELIMITED BY SIZE
					" - NO REJECTS SENT" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		ELSE
			MOVE "N" TO pendingHeld
			PERFORM excLoop UNTIL excFileEof = "Y"
			IF pendingHeld = "Y" THEN
				PERFORM writeRejectRecord
			END-IF
			CLOSE excFile
		END-IF.

	excLoop.
		READ excFile
			AT END
				MOVE "Y" TO excFileEof
			NOT AT END
				EVALUATE TRUE
					WHEN excLine(1:4) IS NUMERIC
						IF pendingHeld = "Y" THEN
							PERFORM writeRejectRecord
						END-IF
						PERFORM holdDetail
						MOVE excLine TO pendingLine
					WHEN excLine(1:4) = SPACES AND excLine(5:1) = "+"
						IF pendingHeld = "Y" THEN
							MOVE excLine(16:30) TO segText
							PERFORM holdSegment
						END-IF
					WHEN excLine(1:12) = "EXCEPTIONS: "
						MOVE "Y" TO excTrailerSeen
						COMPUTE excTrailerCount =
							Function NUMVAL(excLine(13:5))
					WHEN OTHER
						CONTINUE
				END-EVALUATE
		END-READ.

	holdDetail.
		MOVE "Y" TO pendingHeld.
		MOVE SPACES TO pendingText.
		MOVE 1 TO pendingSegs.

	holdSegment.
		IF pendingSegs < maxSegCount THEN
			ADD 1 TO pendingSegs
			COMPUTE segPos = (pendingSegs - 1) * 30 + 1
			MOVE segText TO pendingText(segPos:30)
		END-IF.

	writeRejectRecord.
		MOVE pendingLine(16:30) TO pendingText(1:30).
		MOVE pendingText TO csvIn.
		PERFORM quoteCsvText.
		MOVE csvOut TO origField.
		MOVE csvOutLen TO origLen.
		MOVE pendingLine(58:75) TO csvIn.
		PERFORM quoteCsvText.
		MOVE SPACES TO excFeedLine.
		MOVE 1 TO feedPtr.
		STRING compDate DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				compCycle DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				pendingLine(1:4) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				pendingLine(7:1) DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				pendingLine(10:4) DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				pendingLine(48:8) DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				csvOut(1:csvOutLen) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				origField(1:origLen) DELIMITED BY SIZE
			INTO excFeedLine
			WITH POINTER feedPtr.
		WRITE excFeedLine.
		ADD 1 TO excFeedCount.
		MOVE "N" TO pendingHeld.

	*> DUPFILE detail columns as IDEONE's writeDuplicateDetail lays
	*> them down: op 7, partner 10-13, text 16-45, prior run date
	*> 48-55, prior cycle 60-61, prior sequence 64-67.
	extractDiversions.
		OPEN INPUT dupFile.
		IF dupFileStatus NOT = "00" THEN
			ADD 1 TO warnCount
			MOVE SPACES TO rptLine
			STRING "DUPFILE UNAVAILABLE - STATUS " DELIMITED BY SIZE
					dupFileStatus DELIMITED BY SIZE
					" - NO DIVERSIONS SENT" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		ELSE
			MOVE "N" TO pendingHeld
			PERFORM dupLoop UNTIL dupFileEof = "Y"
			IF pendingHeld = "Y" THEN
				PERFORM writeDiversionRecord
			END-IF
			CLOSE dupFile
		END-IF.

	dupLoop.
		READ dupFile
			AT END
				MOVE "Y" TO dupFileEof
			NOT AT END
				EVALUATE TRUE
					WHEN dupLine(1:4) IS NUMERIC
						IF pendingHeld = "Y" THEN
							PERFORM writeDiversionRecord
						END-IF
						PERFORM holdDetail
						MOVE dupLine TO pendingLine
					WHEN dupLine(1:4) = SPACES AND dupLine(5:1) = "+"
						IF pendingHeld = "Y" THEN
							MOVE dupLine(16:30) TO segText
							PERFORM holdSegment
						END-IF
					WHEN dupLine(1:12) = "DUPLICATES: "
						MOVE "Y" TO dupTrailerSeen
						COMPUTE dupTrailerCount =
							Function NUMVAL(dupLine(13:5))
					WHEN OTHER
						CONTINUE
				END-EVALUATE
		END-READ.

	writeDiversionRecord.
		MOVE pendingLine(16:30) TO pendingText(1:30).
		MOVE pendingText TO csvIn.
		PERFORM quoteCsvText.
		MOVE SPACES TO dupFeedLine.
		MOVE 1 TO feedPtr.
		STRING compDate DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				compCycle DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				pendingLine(1:4) DELIMITED BY SIZE
				"," DELIMITED BY SIZE
				pendingLine(7:1) DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				pendingLine(10:4) DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				pendingLine(48:8) DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				pendingLine(60:2) DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				pendingLine(64:4) DELIMITED BY SPACE
				"," DELIMITED BY SIZE
				csvOut(1:csvOutLen) DELIMITED BY SIZE
			INTO dupFeedLine
			WITH POINTER feedPtr.
		WRITE dupFeedLine.
		ADD 1 TO dupFeedCount.
		MOVE "N" TO pendingHeld.

	*> What was sent must be what IDEONE said it wrote - a report cut
	*> short by an abend has no trailer, and the warehouse would
	*> otherwise balance to a short file without knowing it.
	checkCompanionTrailers.
		IF excFileStatus = "00" AND
				(excTrailerSeen NOT = "Y" OR
				 excTrailerCount NOT = excFeedCount) THEN
			ADD 1 TO warnCount
			MOVE SPACES TO rptLine
			STRING "EXCFILE REJECTS SENT " DELIMITED BY SIZE
					excFeedCount DELIMITED BY SIZE
					" DO NOT AGREE WITH ITS TRAILER " DELIMITED BY SIZE
					excTrailerCount DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		IF dupFileStatus = "00" AND
				(dupTrailerSeen NOT = "Y" OR
				 dupTrailerCount NOT = dupFeedCount) THEN
			ADD 1 TO warnCount
			MOVE SPACES TO rptLine
			STRING "DUPFILE DIVERSIONS SENT " DELIMITED BY SIZE
					dupFeedCount DELIMITED BY SIZE
					" DO NOT AGREE WITH ITS TRAILER " DELIMITED BY SIZE
					dupTrailerCount DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.

	writeManifest.
		MOVE SPACES TO manifestLine.
		IF compSend = "Y" THEN
			STRING extractNum DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					fromStamp DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					thruStamp DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					compDate DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					compCycle DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					chgCount DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					excFeedCount DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					dupFeedCount DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					revCount DELIMITED BY SIZE
				INTO manifestLine
		ELSE
			STRING extractNum DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					fromStamp DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					thruStamp DELIMITED BY SIZE
					",,," DELIMITED BY SIZE
					chgCount DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					excFeedCount DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					dupFeedCount DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					revCount DELIMITED BY SIZE
				INTO manifestLine
		END-IF.
		WRITE manifestLine.

	*> The next extract starts at this one's thru stamp; the
	*> companions are remembered only when they were sent, so a run
	*> held back or missing tonight is still sendable tomorrow.  The
	*> reversals dated the thru day follow - sent tonight, or sent
	*> earlier the same day and skipped tonight.
	writeHighWaterMark.
		MOVE SPACES TO hwmOutRec.
		MOVE thruStamp TO hwmOutThruStamp.
		IF compSend = "Y" THEN
			MOVE compDate TO hwmOutCompDate
			MOVE compCycle TO hwmOutCompCycle
			MOVE compTime TO hwmOutCompTime
		ELSE
			MOVE lastCompDate TO hwmOutCompDate
			MOVE lastCompCycle TO hwmOutCompCycle
			MOVE lastCompTime TO hwmOutCompTime
		END-IF.
		MOVE extractNum TO hwmOutExtractNum.
		WRITE hwmOutRec.
		IF resendRun NOT = "Y" THEN
			PERFORM keepSentReversal VARYING SR FROM 1 BY 1
				UNTIL SR > sentRevCount
		END-IF.
		PERFORM keepNewReversal VARYING RV FROM 1 BY 1
			UNTIL RV > revCount.

	keepSentReversal.
		IF sentRevDate(SR) = thruStamp(1:8) THEN
			MOVE SPACES TO hwmOutRevRec
			MOVE sentRevRunDate(SR) TO hwmOutRevRunDate
			MOVE sentRevCycle(SR) TO hwmOutRevCycle
			MOVE sentRevRunTime(SR) TO hwmOutRevRunTime
			MOVE sentRevDate(SR) TO hwmOutRevDate
			WRITE hwmOutRevRec
		END-IF.

	keepNewReversal.
		IF revDate(RV) = thruStamp(1:8) THEN
			MOVE SPACES TO hwmOutRevRec
			MOVE revRunDate(RV) TO hwmOutRevRunDate
			MOVE revCycle(RV) TO hwmOutRevCycle
			MOVE revRunTime(RV) TO hwmOutRevRunTime
			MOVE revDate(RV) TO hwmOutRevDate
			WRITE hwmOutRevRec
		END-IF.

	writeReportTrailer.
		IF compSend NOT = "Y" THEN
			MOVE SPACES TO rptLine
			STRING "COMPANION FILES: " DELIMITED BY SIZE
					compNote DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "MASTER RECORDS READ: " DELIMITED BY SIZE
				scannedCount DELIMITED BY SIZE
				"  CHANGED RECORDS SENT: " DELIMITED BY SIZE
				chgCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "REVERSALS SENT: " DELIMITED BY SIZE
				revCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "COMPANION RUN: " DELIMITED BY SIZE
				compDate DELIMITED BY SIZE
				" CYCLE " DELIMITED BY SIZE
				compCycle DELIMITED BY SIZE
				"  REJECTS SENT: " DELIMITED BY SIZE
				excFeedCount DELIMITED BY SIZE
				"  DIVERSIONS SENT: " DELIMITED BY SIZE
				dupFeedCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		DISPLAY "WHSEXTR: " rptLine.
END PROGRAM WHSEXTR.
