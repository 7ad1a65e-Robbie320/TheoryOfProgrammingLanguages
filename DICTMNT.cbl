*>                    many times each dictionary word actually
*>                    matched, so dead weight is visible before
*>                    anything is pruned.
*>   2026-10-15  RP   Follow the widened RSLFILE layout - solved
*>                    strings are whole messages of up to 300 bytes
*>                    now - and tokenize them with SOLVE's new
*>                    pointer walk, so every word of a long message
*>                    is tallied, not just the first fifteen.
*>   2026-10-15  RP   Follow the RSLFILE key's new run cycle - the
*>                    usage browse starts at the from date's first
*>                    cycle, so an off-cycle run's solves are
*>                    tallied along with the night's.
*>   2026-10-15  RP   Follow the RSLFILE layout - the master record
*>                    now ends with its last-changed stamp.

*> Transaction card - one per record.  Columns:
*>    1     action: A add a word, D delete a word, L list the
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

FD  rptFile.
01  rptLine PIC X(132).
01 browseDone PIC X(1) VALUE "N".
01 usageFromDate PIC X(8) VALUE SPACES.
01 solvesScanned PIC 9(7) VALUE 0.
01 searchWord PIC X(20) VALUE SPACES.
01 tokenPtr PIC 9(3) VALUE 1.
01 tokenText PIC X(30) VALUE SPACES.
01 solvedLen PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
	begin.
			MOVE LOW-VALUES TO rsltKey
		ELSE
			MOVE usageFromDate TO rsltRunDate
			MOVE 0 TO rsltCycle
			MOVE 0 TO rsltSeq
		END-IF.
		START rsltFile KEY NOT LESS THAN rsltKey
	*> candidate, so what counts as a match here is what counted as
	*> a match on the night.
	tallySolvedString.
		MOVE Function LENGTH(rsltSolved) TO solvedLen.
		MOVE 1 TO tokenPtr.
		PERFORM tallyTokenForLoop UNTIL tokenPtr > solvedLen.

	tallyTokenForLoop.
		MOVE SPACES TO tokenText.
		UNSTRING rsltSolved DELIMITED BY ALL SPACE
			INTO tokenText
			WITH POINTER tokenPtr.
		IF tokenText NOT = SPACES THEN
			MOVE Function UPPER-CASE(tokenText) TO searchWord
			PERFORM usageMatchLoop VARYING DW FROM 1 BY 1 UNTIL DW > dictCount
		END-IF.

	usageMatchLoop.
		IF dictWord(DW) = searchWord THEN
