$ SET SOURCEFORMAT "FREE"

IDENTIFICATION DIVISION.
PROGRAM-ID. KEYHLIST.
AUTHOR. Robert Perrone.
DATE-WRITTEN. October 15th 2026

*> Mod history:
*>   2026-10-15  RP   Original version - key change history listing
*>                    off the permanent KEYHIST log KEYMNTJ appends
*>                    to. Lists every applied key change for one
*>                    partner or all partners inside a date range,
*>                    with the before and after key images, who made
*>                    the change and who approved it, and when. The
*>                    answer to an auditor asking who moved a key.

*> HSTCTL card - one record, optional.  Columns:
*>    1- 4  partner ID (blank = every partner)
*>    6-13  from date, YYYYMMDD (blank = from the start of the log)
*>   15-22  to date, YYYYMMDD (blank = through the end of the log)
*> The range is on the date the change was approved - the day it
*> reached the live master.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT histFile ASSIGN TO "KEYHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS histFileStatus.
	SELECT hstCtlFile ASSIGN TO "HSTCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS hstCtlFileStatus.
	SELECT rptFile ASSIGN TO "KEYHRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rptFileStatus.

DATA DIVISION.
FILE SECTION.
*> Same record layout the KEYMAINT histFile FD documents.
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

FD  hstCtlFile.
01  hstCtlLine PIC X(80).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 histFileStatus PIC X(2) VALUE "00".
01 histFileEof PIC X(1) VALUE "N".
01 hstCtlFileStatus PIC X(2) VALUE "00".
01 rptFileStatus PIC X(2) VALUE "00".

01 selPartner PIC X(4) VALUE SPACES.
01 selFromDate PIC X(8) VALUE "00000000".
01 selToDate PIC X(8) VALUE "99999999".

01 readCount PIC 9(6) VALUE 0.
01 listCount PIC 9(6) VALUE 0.
01 addCount PIC 9(6) VALUE 0.
01 expireCount PIC 9(6) VALUE 0.

01 actionWord PIC X(6) VALUE SPACES.

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT rptFile.
		PERFORM readHstCtlCard.
		PERFORM writeReportHeader.
		OPEN INPUT histFile.
		IF histFileStatus NOT = "00" THEN
			DISPLAY "KEYHLIST: unable to open KEYHIST, status " histFileStatus
			MOVE SPACES TO rptLine
			STRING "KEYHIST NOT AVAILABLE - NOTHING LISTED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
			CLOSE rptFile
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM histForLoop UNTIL histFileEof = "Y".
		CLOSE histFile.
		PERFORM writeReportTrailer.
		CLOSE rptFile.
		STOP RUN.

	readHstCtlCard.
		OPEN INPUT hstCtlFile.
		IF hstCtlFileStatus = "00" THEN
			READ hstCtlFile
				AT END
					MOVE "10" TO hstCtlFileStatus.
		IF hstCtlFileStatus = "00" THEN
			MOVE hstCtlLine(1:4) TO selPartner
			IF hstCtlLine(6:8) NOT = SPACES THEN
				MOVE hstCtlLine(6:8) TO selFromDate
			END-IF
			IF hstCtlLine(15:8) NOT = SPACES THEN
				MOVE hstCtlLine(15:8) TO selToDate
			END-IF
			CLOSE hstCtlFile
		END-IF.

	writeReportHeader.
		MOVE SPACES TO rptLine.
		STRING "KEY CHANGE HISTORY  PARTNER " DELIMITED BY SIZE
				selPartner DELIMITED BY SIZE
				"  FROM " DELIMITED BY SIZE
				selFromDate DELIMITED BY SIZE
				" THROUGH " DELIMITED BY SIZE
				selToDate DELIMITED BY SIZE
			INTO rptLine.
		IF selPartner = SPACES THEN
			MOVE "ALL " TO rptLine(29:4)
		END-IF.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "PEND ID ACTION PARTNER BEFORE (EFF/SHIFT/EXP)    "
					DELIMITED BY SIZE
				"AFTER (EFF/SHIFT/EXP)     MAKER / CHECKER"
					DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	histForLoop.
		READ histFile
			AT END
				MOVE "Y" TO histFileEof.
		IF histFileEof NOT = "Y" THEN
			ADD 1 TO readCount
			IF (selPartner = SPACES OR histPartner = selPartner) AND
					histCheckDate NOT < selFromDate AND
					histCheckDate NOT > selToDate THEN
				PERFORM writeHistLines
			END-IF
		END-IF.

	*> Two lines a change - the key images with the maker, then the
	*> checker underneath, so the two names line up for the reader.
	writeHistLines.
		ADD 1 TO listCount.
		IF histAction = "A" THEN
			MOVE "ADD   " TO actionWord
			ADD 1 TO addCount
		ELSE
			MOVE "EXPIRE" TO actionWord
			ADD 1 TO expireCount
		END-IF.
		MOVE SPACES TO rptLine.
		STRING histPendId DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				actionWord DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				histPartner DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				histBefore DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				histAfter DELIMITED BY SIZE
				"  MADE " DELIMITED BY SIZE
				histMaker DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				histMakeDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				histMakeTime DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		STRING "APPROVED " DELIMITED BY SIZE
				histChecker DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				histCheckDate DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				histCheckTime DELIMITED BY SIZE
			INTO rptLine(76:57).
		WRITE rptLine.

	writeReportTrailer.
		MOVE SPACES TO rptLine.
		STRING "HISTORY RECORDS READ: " DELIMITED BY SIZE
				readCount DELIMITED BY SIZE
				"  LISTED: " DELIMITED BY SIZE
				listCount DELIMITED BY SIZE
				"  ADDS: " DELIMITED BY SIZE
				addCount DELIMITED BY SIZE
				"  EXPIRES: " DELIMITED BY SIZE
				expireCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
END PROGRAM KEYHLIST.
