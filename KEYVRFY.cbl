$ SET SOURCEFORMAT "FREE"

IDENTIFICATION DIVISION.
PROGRAM-ID. KEYVRFY.
AUTHOR. Robert Perrone.
DATE-WRITTEN. October 15th 2026

*> Mod history:
*>   2026-10-15  RP   Original version - known-plaintext verification
*>                    of a partner's key before it goes live.  Each
*>                    VECFILE test vector is an agreed plaintext and
*>                    the ciphertext the partner produced from it; the
*>                    shift (Caesar) or keyword stream (Vigenere) that
*>                    turns one into the other is derived with the
*>                    exact character rules ENCRYPT and VENCRYPT use,
*>                    and compared to the key the night would cipher
*>                    under - the KEYFILE key IDEONE's findPartnerKey
*>                    rule picks for the partner and date, or the
*>                    Vigenere keyword.  KEYWARN says a rotation is
*>                    coming; this says the partner set up the same
*>                    key we did, in the afternoon before the key's
*>                    effective date instead of after a night of
*>                    garbage on their side.

*> VECFILE test vector - one per record.  Columns:
*>    1- 4  partner ID
*>    6-13  date the key is to be in force, YYYYMMDD - normally the
*>          new key's effective date; blank = today
*>   15     cipher type: C (or blank) Caesar, V keyword Vigenere
*>   17-46  agreed plaintext
*>   48-77  ciphertext the partner produced from it
*>   79-94  Vigenere keyword to verify (type V only) - blank checks
*>          the keyword on the CTLFILE control card the night runs
*>          under
*> A Caesar vector is proved against KEYFILE; a Vigenere night
*> ciphers every partner under the control-card keyword, so a
*> Vigenere vector never consults KEYFILE.
*> Each vector ends MATCH, MISMATCH (the derived key printed beside
*> the one on file), or INCONCLUSIVE - the pair cannot settle the
*> key either way (no letters to derive from, lengths or character
*> classes that no shift could produce, an unusable card).  A
*> vector whose partner has no key in force on the date is a
*> MISMATCH - that night would reject every record for it.
*> Return code: 0 every vector matched, 4 any inconclusive or no
*> vectors read, 8 any mismatch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT keyFile ASSIGN TO "KEYFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS keyFileStatus.
	SELECT ctlFile ASSIGN TO "CTLFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ctlFileStatus.
	SELECT vecFile ASSIGN TO "VECFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS vecFileStatus.
	SELECT rptFile ASSIGN TO "KEYVRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS rptFileStatus.

DATA DIVISION.
FILE SECTION.
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

*> The IDEONE control card - only the cipher type (column 13) and
*> the Vigenere keyword (15-30) are read here.
FD  ctlFile.
01  ctlLine PIC X(80).

FD  vecFile.
01  vecRec.
	02  vecPartner PIC X(4).
	02  FILLER PIC X(1).
	02  vecDate PIC X(8).
	02  FILLER PIC X(1).
	02  vecType PIC X(1).
	02  FILLER PIC X(1).
	02  vecPlain PIC X(30).
	02  FILLER PIC X(1).
	02  vecCipher PIC X(30).
	02  FILLER PIC X(1).
	02  vecKeyword PIC X(16).
	02  FILLER PIC X(6).

FD  rptFile.
01  rptLine PIC X(132).

WORKING-STORAGE SECTION.
01 keyFileStatus PIC X(2) VALUE "00".
01 keyFileEof PIC X(1) VALUE "N".
01 ctlFileStatus PIC X(2) VALUE "00".
01 vecFileStatus PIC X(2) VALUE "00".
01 vecFileEof PIC X(1) VALUE "N".
01 rptFileStatus PIC X(2) VALUE "00".

01 todayDate PIC X(8) VALUE SPACES.

*> Key master table, loaded the same way IDEONE loads it.
01 maxKeyCount PIC 9(3) VALUE 500.
01 keyCount PIC 9(3) VALUE 0.
01 keyTable.
	02 keyEntryTb OCCURS 500 TIMES INDEXED BY K.
		03 keyPartner PIC X(4) VALUE SPACES.
		03 keyEffDate PIC X(8) VALUE SPACES.
		03 keyShift PIC S9(4) VALUE 0.
		03 keyExpDate PIC X(8) VALUE SPACES.

*> The control card's keyword, upper-cased the way IDEONE reads it -
*> blank when the card is not a Vigenere card.
01 ctlKeyword PIC X(16) VALUE SPACES.

*> The vector being verified.
01 vecDateUsed PIC X(8) VALUE SPACES.
01 vecCipherName PIC X(8) VALUE SPACES.
01 vecResult PIC X(12) VALUE SPACES.
01 vecReason PIC X(60) VALUE SPACES.
01 plainLen PIC 9(3) VALUE 0.
01 cipherLen PIC 9(3) VALUE 0.
01 vectorBroken PIC X(1) VALUE "N".

*> One character pair - its class (U upper, L lower, D digit, O
*> other, the ranges ENCRYPT wraps within) and the shift that turns
*> the plaintext character into the ciphertext one.
01 VP PIC 9(3) VALUE 0.
01 plainChar PIC X(1).
01 cipherChar PIC X(1).
01 plainClass PIC X(1).
01 cipherClass PIC X(1).
01 charClass PIC X(1).
01 classChar PIC X(1).
01 posShift PIC S9(4) VALUE 0.
01 posDisplay PIC 9(3) VALUE 0.

*> Caesar - every letter must share one shift (mod 26) and every
*> digit one shift (mod 10).
01 letterSeen PIC X(1) VALUE "N".
01 letterShift PIC 9(2) VALUE 0.
01 digitSeen PIC X(1) VALUE "N".
01 digitShift PIC 9(2) VALUE 0.
01 keyShiftMod PIC 9(2) VALUE 0.
01 digitText PIC X(12) VALUE SPACES.

*> The key on file, picked by the findPartnerKey rule.
01 recPartner PIC X(4) VALUE SPACES.
01 keyAsOfDate PIC X(8) VALUE SPACES.
01 recShift PIC S9(4) VALUE 0.
01 keyFound PIC X(1) VALUE "N".
01 bestEffDate PIC X(8) VALUE SPACES.
01 shiftDisplay PIC S9(4) SIGN LEADING SEPARATE.

*> Vigenere - the keyword being verified and the keystream the
*> vector implies, one letter per enciphered character (? where a
*> digit only pins the keyword letter down mod 10).
01 checkKeyword PIC X(16) VALUE SPACES.
01 kwLen PIC 9(2) VALUE 0.
01 kwIdx PIC 9(2) VALUE 1.
01 kwChar PIC X(1).
01 kwValid PIC X(1) VALUE "Y".
01 KV PIC 9(2) VALUE 1.
01 kwShift PIC S9(4) VALUE 0.
01 vigMismatch PIC X(1) VALUE "N".
01 streamLen PIC 9(3) VALUE 0.
01 derivedStream PIC X(30) VALUE SPACES.
01 derivedKeyword PIC X(30) VALUE SPACES.
01 PD PIC 9(3) VALUE 0.
01 PI PIC 9(3) VALUE 0.
01 periodFound PIC X(1) VALUE "N".
01 periodFits PIC X(1) VALUE "Y".

01 vectorCount PIC 9(4) VALUE 0.
01 matchCount PIC 9(4) VALUE 0.
01 mismatchCount PIC 9(4) VALUE 0.
01 inconclusiveCount PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
	begin.
		OPEN OUTPUT rptFile.
		MOVE SPACES TO rptLine.
		STRING "PARTNER KEY VERIFICATION REPORT" DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		ACCEPT todayDate FROM DATE YYYYMMDD.
		PERFORM readCtlCard.
		PERFORM loadKeyFile.
		PERFORM verifyVectors.
		PERFORM writeReportTrailer.
		CLOSE rptFile.
		EVALUATE TRUE
			WHEN mismatchCount > 0
				MOVE 8 TO RETURN-CODE
			WHEN inconclusiveCount > 0 OR vectorCount = 0
				MOVE 4 TO RETURN-CODE
		END-EVALUATE.
		STOP RUN.

	*> No control card, or a Caesar one, just means there is no
	*> keyword to default a Vigenere vector to - such a vector must
	*> then punch its own.
	readCtlCard.
		OPEN INPUT ctlFile.
		IF ctlFileStatus = "00" THEN
			READ ctlFile
				AT END
					MOVE "10" TO ctlFileStatus.
		IF ctlFileStatus = "00" THEN
			IF ctlLine(13:1) = "V" THEN
				MOVE Function UPPER-CASE(ctlLine(15:16)) TO ctlKeyword
			END-IF
			CLOSE ctlFile
		END-IF.
		MOVE SPACES TO rptLine.
		IF ctlKeyword = SPACES THEN
			STRING "CTLFILE KEYWORD: NONE - CAESAR CONTROL CARD" DELIMITED BY SIZE
				INTO rptLine
		ELSE
			STRING "CTLFILE KEYWORD: " DELIMITED BY SIZE
					ctlKeyword DELIMITED BY SIZE
				INTO rptLine
		END-IF.
		WRITE rptLine.

	loadKeyFile.
		OPEN INPUT keyFile.
		IF keyFileStatus = "00" THEN
			PERFORM keyLoadLoop
				UNTIL keyFileEof = "Y" OR keyCount = maxKeyCount
			IF keyCount = maxKeyCount AND keyFileEof NOT = "Y" THEN
				DISPLAY "KEYVRFY: KEYFILE exceeds the " maxKeyCount
					"-key capacity, keys past " maxKeyCount " were not loaded"
			END-IF
			CLOSE keyFile
		ELSE
			DISPLAY "KEYVRFY: no KEYFILE key master found"
		END-IF.
		MOVE SPACES TO rptLine.
		STRING "KEYS ON FILE: " DELIMITED BY SIZE
				keyCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.

	keyLoadLoop.
		ADD 1 TO keyCount.
		READ keyFile
			AT END
				SUBTRACT 1 FROM keyCount
				MOVE "Y" TO keyFileEof.
		IF keyFileEof NOT = "Y" THEN
			MOVE keyRecPartner TO keyPartner(keyCount)
			MOVE keyRecEffDate TO keyEffDate(keyCount)
			MOVE keyRecShift TO keyShift(keyCount)
			MOVE keyRecExpDate TO keyExpDate(keyCount)
		END-IF.

	verifyVectors.
		OPEN INPUT vecFile.
		IF vecFileStatus NOT = "00" THEN
			DISPLAY "KEYVRFY: no VECFILE test vectors, status " vecFileStatus
			MOVE "Y" TO vecFileEof
			MOVE SPACES TO rptLine
			STRING "NO TEST VECTORS - NOTHING VERIFIED" DELIMITED BY SIZE
				INTO rptLine
			WRITE rptLine
		END-IF.
		PERFORM vectorLoop UNTIL vecFileEof = "Y".
		IF vecFileStatus = "00" OR vecFileStatus = "10" THEN
			CLOSE vecFile
		END-IF.

	vectorLoop.
		READ vecFile
			AT END
				MOVE "Y" TO vecFileEof.
		IF vecFileEof NOT = "Y" AND vecRec NOT = SPACES THEN
			ADD 1 TO vectorCount
			PERFORM verifyVector
		END-IF.

	verifyVector.
		MOVE SPACES TO vecResult.
		MOVE SPACES TO vecReason.
		MOVE "N" TO vectorBroken.
		MOVE vecDate TO vecDateUsed.
		IF vecDateUsed = SPACES THEN
			MOVE todayDate TO vecDateUsed
		END-IF.
		IF vecType = "V" THEN
			MOVE "VIGENERE" TO vecCipherName
		ELSE
			MOVE "CAESAR" TO vecCipherName
		END-IF.
		PERFORM editVector.
		IF vecResult = SPACES THEN
			IF vecType = "V" THEN
				PERFORM verifyVigenere
			ELSE
				PERFORM verifyCaesar
			END-IF
		END-IF.
		EVALUATE vecResult
			WHEN "MATCH"
				ADD 1 TO matchCount
			WHEN "MISMATCH"
				ADD 1 TO mismatchCount
			WHEN OTHER
				ADD 1 TO inconclusiveCount
		END-EVALUATE.
		PERFORM writeVectorLine.

	*> A card that cannot be read as a vector settles nothing.  The
	*> text fields are compared to their last non-blank column, so
	*> trailing blanks on either never count as characters.
	editVector.
		EVALUATE TRUE
			WHEN vecPartner = SPACES
				MOVE "INCONCLUSIVE" TO vecResult
				MOVE "CARD UNUSABLE - NO PARTNER" TO vecReason
			WHEN vecDateUsed NOT NUMERIC
				MOVE "INCONCLUSIVE" TO vecResult
				MOVE "CARD UNUSABLE - DATE NOT YYYYMMDD" TO vecReason
			WHEN vecType NOT = "C" AND vecType NOT = "V" AND vecType NOT = SPACE
				MOVE "INCONCLUSIVE" TO vecResult
				MOVE "CARD UNUSABLE - CIPHER TYPE NOT C OR V" TO vecReason
			WHEN vecPlain = SPACES OR vecCipher = SPACES
				MOVE "INCONCLUSIVE" TO vecResult
				MOVE "CARD UNUSABLE - PLAINTEXT OR CIPHERTEXT MISSING"
					TO vecReason
		END-EVALUATE.
		IF vecResult = SPACES THEN
			MOVE Function LENGTH(Function TRIM(vecPlain TRAILING)) TO plainLen
			MOVE Function LENGTH(Function TRIM(vecCipher TRAILING)) TO cipherLen
			IF plainLen NOT = cipherLen THEN
				MOVE "INCONCLUSIVE" TO vecResult
				MOVE "PLAINTEXT AND CIPHERTEXT LENGTHS DIFFER" TO vecReason
			END-IF
		END-IF.

	*> Classify one character by the ranges ENCRYPT wraps within.
	classifyChar.
		EVALUATE TRUE
			WHEN Function ORD(classChar) >= 66 AND Function ORD(classChar) <= 91
				MOVE "U" TO charClass
			WHEN Function ORD(classChar) >= 98 AND Function ORD(classChar) <= 123
				MOVE "L" TO charClass
			WHEN Function ORD(classChar) >= 49 AND Function ORD(classChar) <= 58
				MOVE "D" TO charClass
			WHEN OTHER
				MOVE "O" TO charClass
		END-EVALUATE.

	*> The shift one character pair implies, or a broken vector when
	*> no cipher of ours could have produced the pair - a change of
	*> class, or a pass-through character that changed.
	pairShift.
		MOVE vecPlain(VP:1) TO plainChar.
		MOVE vecCipher(VP:1) TO cipherChar.
		MOVE plainChar TO classChar.
		PERFORM classifyChar.
		MOVE charClass TO plainClass.
		MOVE cipherChar TO classChar.
		PERFORM classifyChar.
		MOVE charClass TO cipherClass.
		MOVE VP TO posDisplay.
		IF plainClass NOT = cipherClass THEN
			MOVE "Y" TO vectorBroken
			MOVE SPACES TO vecReason
			STRING "CHARACTER CLASS CHANGES AT POSITION " DELIMITED BY SIZE
					posDisplay DELIMITED BY SIZE
				INTO vecReason
		ELSE
			EVALUATE plainClass
				WHEN "D"
					COMPUTE posShift = Function MOD(
						Function ORD(cipherChar) - Function ORD(plainChar), 10)
				WHEN "O"
					IF plainChar NOT = cipherChar THEN
						MOVE "Y" TO vectorBroken
						MOVE SPACES TO vecReason
						STRING "PASS-THROUGH CHARACTER CHANGED AT POSITION "
								DELIMITED BY SIZE
								posDisplay DELIMITED BY SIZE
							INTO vecReason
					END-IF
				WHEN OTHER
					COMPUTE posShift = Function MOD(
						Function ORD(cipherChar) - Function ORD(plainChar), 26)
			END-EVALUATE
		END-IF.

	verifyCaesar.
		MOVE "N" TO letterSeen.
		MOVE "N" TO digitSeen.
		PERFORM caesarPairLoop VARYING VP FROM 1 BY 1
			UNTIL VP > plainLen OR vectorBroken = "Y".
		MOVE vecPartner TO recPartner.
		MOVE vecDateUsed TO keyAsOfDate.
		PERFORM findPartnerKey.
		EVALUATE TRUE
			WHEN vectorBroken = "Y"
				MOVE "INCONCLUSIVE" TO vecResult
			WHEN letterSeen NOT = "Y"
				MOVE "INCONCLUSIVE" TO vecResult
				MOVE "NO LETTERS TO DERIVE A SHIFT FROM" TO vecReason
			WHEN keyFound NOT = "Y"
				MOVE "MISMATCH" TO vecResult
				MOVE "NO KEYFILE KEY IN FORCE FOR THE PARTNER ON THE DATE"
					TO vecReason
			WHEN OTHER
				MOVE "MATCH" TO vecResult
				COMPUTE keyShiftMod = Function MOD(recShift, 26)
				IF keyShiftMod NOT = letterShift THEN
					MOVE "MISMATCH" TO vecResult
				END-IF
				COMPUTE keyShiftMod = Function MOD(recShift, 10)
				IF digitSeen = "Y" AND keyShiftMod NOT = digitShift THEN
					MOVE "MISMATCH" TO vecResult
				END-IF
		END-EVALUATE.

	caesarPairLoop.
		PERFORM pairShift.
		IF vectorBroken NOT = "Y" THEN
			EVALUATE plainClass
				WHEN "U"
				WHEN "L"
					IF letterSeen = "Y" AND posShift NOT = letterShift THEN
						MOVE "Y" TO vectorBroken
						MOVE "LETTERS DO NOT SHARE ONE SHIFT - NOT A CAESAR PAIR"
							TO vecReason
					END-IF
					MOVE "Y" TO letterSeen
					MOVE posShift TO letterShift
				WHEN "D"
					IF digitSeen = "Y" AND posShift NOT = digitShift THEN
						MOVE "Y" TO vectorBroken
						MOVE "DIGITS DO NOT SHARE ONE SHIFT - NOT A CAESAR PAIR"
							TO vecReason
					END-IF
					MOVE "Y" TO digitSeen
					MOVE posShift TO digitShift
			END-EVALUATE
		END-IF.

	*> Pick the key for recPartner as of keyAsOfDate - the greatest
	*> effective date at or before it whose expiry (if any) had not
	*> passed on that date, the rule IDEONE's findPartnerKey applies.
	findPartnerKey.
		MOVE "N" TO keyFound.
		MOVE SPACES TO bestEffDate.
		PERFORM keySearchLoop VARYING K FROM 1 BY 1 UNTIL K > keyCount.

	keySearchLoop.
		IF keyPartner(K) = recPartner AND
				keyEffDate(K) <= keyAsOfDate AND
				(keyExpDate(K) = SPACES OR keyExpDate(K) >= keyAsOfDate) AND
				keyEffDate(K) > bestEffDate THEN
			MOVE keyEffDate(K) TO bestEffDate
			MOVE keyShift(K) TO recShift
			MOVE "Y" TO keyFound
		END-IF.

	*> The keyword letter for each enciphered character is checked in
	*> step, advancing past letters and digits only - VENCRYPT's rule.
	verifyVigenere.
		IF vecKeyword NOT = SPACES THEN
			MOVE Function UPPER-CASE(vecKeyword) TO checkKeyword
		ELSE
			MOVE ctlKeyword TO checkKeyword
		END-IF.
		PERFORM validateKeyword.
		MOVE "N" TO letterSeen.
		MOVE "N" TO vigMismatch.
		MOVE 0 TO streamLen.
		MOVE SPACES TO derivedStream.
		MOVE 1 TO kwIdx.
		PERFORM vigenerePairLoop VARYING VP FROM 1 BY 1
			UNTIL VP > plainLen OR vectorBroken = "Y".
		EVALUATE TRUE
			WHEN kwValid NOT = "Y"
				MOVE "INCONCLUSIVE" TO vecResult
				MOVE "NO USABLE VIGENERE KEYWORD ON THE CARD OR CTLFILE"
					TO vecReason
			WHEN vectorBroken = "Y"
				MOVE "INCONCLUSIVE" TO vecResult
			WHEN letterSeen NOT = "Y"
				MOVE "INCONCLUSIVE" TO vecResult
				MOVE "NO LETTERS TO DERIVE A KEYWORD FROM" TO vecReason
			WHEN vigMismatch = "Y"
				MOVE "MISMATCH" TO vecResult
				PERFORM deriveKeyword
			WHEN OTHER
				MOVE "MATCH" TO vecResult
		END-EVALUATE.

	*> Non-blank and all letters, as IDEONE's validateKeyword requires.
	validateKeyword.
		MOVE "Y" TO kwValid.
		MOVE Function LENGTH(Function TRIM(checkKeyword)) TO kwLen.
		IF checkKeyword = SPACES THEN
			MOVE "N" TO kwValid
			MOVE 1 TO kwLen
		ELSE
			PERFORM kwCheckForLoop VARYING KV FROM 1 BY 1 UNTIL KV > kwLen
		END-IF.

	kwCheckForLoop.
		MOVE checkKeyword(KV:1) TO kwChar.
		IF NOT (Function ORD(kwChar) >= 66 AND Function ORD(kwChar) <= 91) THEN
			MOVE "N" TO kwValid
		END-IF.

	vigenerePairLoop.
		PERFORM pairShift.
		IF vectorBroken NOT = "Y" AND plainClass NOT = "O" THEN
			ADD 1 TO streamLen
			COMPUTE kwShift = Function ORD(checkKeyword(kwIdx:1)) - 66
			IF plainClass = "D" THEN
				MOVE "?" TO derivedStream(streamLen:1)
				IF Function MOD(kwShift, 10) NOT = posShift THEN
					MOVE "Y" TO vigMismatch
				END-IF
			ELSE
				MOVE "Y" TO letterSeen
				MOVE Function CHAR(66 + posShift) TO derivedStream(streamLen:1)
				IF kwShift NOT = posShift THEN
					MOVE "Y" TO vigMismatch
				END-IF
			END-IF
			ADD 1 TO kwIdx
			IF kwIdx > kwLen THEN
				MOVE 1 TO kwIdx
			END-IF
		END-IF.

	*> The keyword the partner used is the shortest repeating unit of
	*> the keystream (a ? matches anything).  One longer than the
	*> vector cannot repeat inside it, so the whole stream is all the
	*> vector can show of it.
	deriveKeyword.
		MOVE "N" TO periodFound.
		PERFORM periodLoop VARYING PD FROM 1 BY 1
			UNTIL PD > streamLen OR periodFound = "Y".
		MOVE SPACES TO derivedKeyword.
		IF periodFound = "Y" THEN
			SUBTRACT 1 FROM PD
			MOVE derivedStream(1:PD) TO derivedKeyword
		ELSE
			MOVE derivedStream TO derivedKeyword
		END-IF.

	periodLoop.
		MOVE "Y" TO periodFits.
		PERFORM periodCheckLoop VARYING PI FROM PD BY 1
			UNTIL PI + 1 > streamLen OR periodFits = "N".
		IF periodFits = "Y" THEN
			MOVE "Y" TO periodFound
		END-IF.

	periodCheckLoop.
		IF derivedStream(PI + 1:1) NOT = derivedStream(PI + 1 - PD:1) AND
				derivedStream(PI + 1:1) NOT = "?" AND
				derivedStream(PI + 1 - PD:1) NOT = "?" THEN
			MOVE "N" TO periodFits
		END-IF.

	writeVectorLine.
		MOVE SPACES TO rptLine.
		STRING vecResult DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				vecPartner DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				vecDateUsed DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				vecCipherName DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				vecPlain DELIMITED BY SIZE
				" -> " DELIMITED BY SIZE
				vecCipher DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
		MOVE SPACES TO rptLine.
		EVALUATE TRUE
			WHEN vecResult = "INCONCLUSIVE"
				STRING "             " DELIMITED BY SIZE
						vecReason DELIMITED BY SIZE
					INTO rptLine
			WHEN vecType = "V"
				PERFORM writeKeywordDetail
			WHEN keyFound NOT = "Y"
				PERFORM writeShiftDetail
			WHEN OTHER
				MOVE recShift TO shiftDisplay
				MOVE SPACES TO digitText
				IF digitSeen = "Y" THEN
					STRING "  DIGITS +" DELIMITED BY SIZE
							digitShift DELIMITED BY SIZE
						INTO digitText
				END-IF
				STRING "             KEY ON FILE " DELIMITED BY SIZE
						shiftDisplay DELIMITED BY SIZE
						" EFFECTIVE " DELIMITED BY SIZE
						bestEffDate DELIMITED BY SIZE
						"  DERIVED SHIFT +" DELIMITED BY SIZE
						letterShift DELIMITED BY SIZE
						digitText DELIMITED BY SIZE
					INTO rptLine
		END-EVALUATE.
		WRITE rptLine.

	writeShiftDetail.
		STRING "             " DELIMITED BY SIZE
				vecReason DELIMITED BY SIZE
				"  DERIVED SHIFT +" DELIMITED BY SIZE
				letterShift DELIMITED BY SIZE
			INTO rptLine.

	writeKeywordDetail.
		IF vecResult = "MATCH" THEN
			STRING "             KEYWORD " DELIMITED BY SIZE
					checkKeyword DELIMITED BY SIZE
				INTO rptLine
		ELSE
			STRING "             KEYWORD " DELIMITED BY SIZE
					checkKeyword DELIMITED BY SIZE
					"  DERIVED KEYWORD " DELIMITED BY SIZE
					derivedKeyword DELIMITED BY SIZE
				INTO rptLine
		END-IF.

	writeReportTrailer.
		MOVE SPACES TO rptLine.
		STRING "VECTORS: " DELIMITED BY SIZE
				vectorCount DELIMITED BY SIZE
				"  MATCH: " DELIMITED BY SIZE
				matchCount DELIMITED BY SIZE
				"  MISMATCH: " DELIMITED BY SIZE
				mismatchCount DELIMITED BY SIZE
				"  INCONCLUSIVE: " DELIMITED BY SIZE
				inconclusiveCount DELIMITED BY SIZE
			INTO rptLine.
		WRITE rptLine.
END PROGRAM KEYVRFY.
