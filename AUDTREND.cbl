*>                    totals (the failure and exception trend), a
*>                    per-user run count, and month totals, so "all
*>                    runs in March" is one report instead of a shrug.
*>   2026-10-15  RP   Run cycle - AUDHIST now carries the cycle each
*>                    run went under.  Count off-cycle runs (any cycle
*>                    past 01) per day and for the month, so a day
*>                    with extra runs shows why.  History cut before
*>                    cycles reads as cycle 01.
*>   2026-10-15  RP   Backed-out runs - BACKOUT marks a reversed run's
*>                    AUDHIST record R.  A reversed run is left out of
*>                    the day and month figures (its records are no
*>                    longer on the master) and counted on the trailer
*>                    instead, so the corrected rerun is the one that
*>                    shows.

*> TRNCTL card - one record, optional.  Columns:
*>    1- 6  month to report, YYYYMM - blank or no card reports the
	02  histExcCount PIC 9(3).
	02  FILLER PIC X(1).
	02  histTruncated PIC X(1).
	02  FILLER PIC X(1).
	02  histCycle PIC 9(2).
	02  FILLER PIC X(1).
	02  histReversed PIC X(1).
	02  FILLER PIC X(1).
	02  histRevDate PIC X(8).

FD  trnCtlFile.
01  trnCtlLine PIC X(80).
01 daySkipCount PIC 9(5) VALUE 0.
01 dayExcCount PIC 9(5) VALUE 0.
01 dayTruncCount PIC 9(3) VALUE 0.
01 dayOffCycleCount PIC 9(3) VALUE 0.

01 totRunCount PIC 9(5) VALUE 0.
01 totPassCount PIC 9(5) VALUE 0.
01 totSkipCount PIC 9(5) VALUE 0.
01 totExcCount PIC 9(5) VALUE 0.
01 totTruncCount PIC 9(3) VALUE 0.
01 totOffCycleCount PIC 9(5) VALUE 0.
01 totReversedCount PIC 9(5) VALUE 0.

*> Per-user run counts - more distinct users than this table holds
*> get reported in an overflow line rather than dropped silently.
		END-IF.
		WRITE trnRptLine.
		MOVE SPACES TO trnRptLine.
		STRING "DATE      RUNS   PASS   FAIL   SKIP    EXC  TRUNC  OFFCY" DELIMITED BY SIZE
			INTO trnRptLine.
		WRITE trnRptLine.

				MOVE "Y" TO audHistEof.
		IF audHistEof NOT = "Y" THEN
			IF reportMonth = SPACES OR histRunDate(1:6) = reportMonth THEN
				IF histReversed = "R" THEN
					ADD 1 TO totReversedCount
				ELSE
					PERFORM tallyRun
				END-IF
			END-IF
		END-IF.

			MOVE 0 TO daySkipCount
			MOVE 0 TO dayExcCount
			MOVE 0 TO dayTruncCount
			MOVE 0 TO dayOffCycleCount
		END-IF.
		ADD 1 TO dayRunCount.
		ADD 1 TO totRunCount.
			ADD 1 TO dayTruncCount
			ADD 1 TO totTruncCount
		END-IF.
		IF histCycle IS NUMERIC AND histCycle > 1 THEN
			ADD 1 TO dayOffCycleCount
			ADD 1 TO totOffCycleCount
		END-IF.
		PERFORM tallyUser.

	tallyUser.
				dayExcCount DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				dayTruncCount DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				dayOffCycleCount DELIMITED BY SIZE
			INTO trnRptLine.
		WRITE trnRptLine.

				totExcCount DELIMITED BY SIZE
				"  TRUNCATED RUNS: " DELIMITED BY SIZE
				totTruncCount DELIMITED BY SIZE
				"  OFF-CYCLE RUNS: " DELIMITED BY SIZE
				totOffCycleCount DELIMITED BY SIZE
				"  REVERSED RUNS: " DELIMITED BY SIZE
				totReversedCount DELIMITED BY SIZE
			INTO trnRptLine.
		WRITE trnRptLine.
END PROGRAM AUDTREND.
