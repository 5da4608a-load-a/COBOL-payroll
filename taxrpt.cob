	05 ytdEmployerFICA			PIC 9(8)V99.
	05 ytdFUTA					PIC 9(8)V99.
	05 ytdSUTA					PIC 9(8)V99.
	05 ytdPreTaxDeferral		PIC 9(8)V99.
	05 ytdPreTaxCafeteria		PIC 9(8)V99.
	05 ytdEmployerMatch			PIC 9(8)V99.
	05 masterBox12Entry OCCURS 4 TIMES.
		10 masterBox12Code		PIC X(2).
		10 masterBox12Amount	PIC 9(8)V99.
	05 masterResidentState		PIC X(2).
	05 masterStateFilingStatus	PIC X.
	05 masterStateAllowances	PIC 9(2).
	05 masterStateEntry OCCURS 4 TIMES.
		10 masterStateCode			PIC X(2).
		10 masterStateWages			PIC 9(8)V99.
		10 masterStateWithholding	PIC 9(8)V99.
		10 masterStateSutaWages		PIC 9(8)V99.
		10 masterStateSuta			PIC 9(8)V99.
	05 masterPrenoteRouting		PIC 9(9).
	05 masterPrenoteAccount		PIC X(17).
	05 masterPrenoteStatus		PIC X.
		88 PrenoteNotTracked		VALUE " ".
		88 PrenoteNotSent		VALUE "N".
		88 PrenotePending		VALUE "P".
		88 PrenoteCleared		VALUE "C".
		88 PrenoteFailed		VALUE "F".
	05 masterPrenoteDate		PIC X(8).

FD QuarterTotalsFile.
01 quarterTotalsRecord.
	05 quarterRecordFederal		PIC 9(10)V99.
	05 quarterRecordState		PIC 9(10)V99.
	05 quarterRecordFICA		PIC 9(10)V99.
	05 quarterRecordStateCode	PIC X(2).
	05 quarterRecordSutaWages	PIC 9(10)V99.
	05 quarterRecordSuta		PIC 9(10)V99.

FD TaxSummaryFile.
01 taxSummaryRecord PIC X(100).

FD W2ExtractFile.
01 w2ExtractRecord PIC X(300).

FD ArchiveFile.
01 archiveRecord PIC X(455).

FD RateControlFile.
01 rateControlRecord.
		10 quarterFederal			PIC 9(10)V99 VALUE ZEROS.
		10 quarterState				PIC 9(10)V99 VALUE ZEROS.
		10 quarterFICA				PIC 9(10)V99 VALUE ZEROS.
01 stateQuarterTable.
	05 stateQuarterCount			PIC 9(2) VALUE ZEROS.
	05 stateQuarterEntry OCCURS 1 TO 60 TIMES
			DEPENDING ON stateQuarterCount
			INDEXED BY stateQuarterIndex.
		10 stateQuarterCode				PIC X(2).
		10 stateCurrentWages			PIC 9(10)V99.
		10 stateCurrentWithholding		PIC 9(10)V99.
		10 stateCurrentSutaWages		PIC 9(10)V99.
		10 stateCurrentSuta				PIC 9(10)V99.
		10 stateQuarterDetail OCCURS 4 TIMES.
			15 stateQuarterRecordedSwitch	PIC X.
				88 StateQuarterRecorded		VALUE "Y".
			15 stateQuarterWages			PIC 9(10)V99.
			15 stateQuarterWithholding		PIC 9(10)V99.
			15 stateQuarterSutaWages		PIC 9(10)V99.
			15 stateQuarterSuta				PIC 9(10)V99.
01 stateWork.
	05 stateWantedCode			PIC X(2) VALUE SPACES.
	05 stateSlotIndex			PIC 9 VALUE ZEROS.
	05 stateQuarterNumber		PIC 9 VALUE ZEROS.
	05 statePriorWages			PIC 9(10)V99 VALUE ZEROS.
	05 statePriorWithholding	PIC 9(10)V99 VALUE ZEROS.
	05 statePriorSutaWages		PIC 9(10)V99 VALUE ZEROS.
	05 statePriorSuta			PIC 9(10)V99 VALUE ZEROS.
	05 stateFoundSwitch			PIC X VALUE "N".
		88 StateEntryFound		VALUE "Y".
		88 StateEntryMissing	VALUE "N".
	05 stateLineLabel			PIC X(3) VALUE SPACES.
	05 stateWagesFormatted		PIC Z(10).99.
	05 stateWithholdingFormatted	PIC Z(10).99.
	05 stateSutaWagesFormatted	PIC Z(10).99.
	05 stateSutaFormatted		PIC Z(10).99.
01 summaryFormats.
	05 summaryQuarterFormatted	PIC 9(1).
	05 summaryAmountFormatted	PIC Z(10).99.
	05 w2FederalFormatted		PIC Z(8).99.
	05 w2StateFormatted			PIC Z(8).99.
	05 w2FICAFormatted			PIC Z(8).99.
	05 w2FicaWagesFormatted		PIC Z(8).99.
	05 w2Box12Formatted			PIC Z(8).99.
	05 w2StateWagesFormatted	PIC Z(8).99.
	05 w2StateTaxFormatted		PIC Z(8).99.
	05 w2TaxableWages			PIC 9(8)V99 VALUE ZEROS.
	05 w2FicaWages				PIC 9(8)V99 VALUE ZEROS.
	05 w2RecordPointer			PIC 9(3) VALUE ZEROS.
	05 box12SlotIndex			PIC 9 VALUE ZEROS.
01 employeeCount.
	05 employeeCountRaw			PIC 9(6) VALUE ZEROS.
	05 employeeCountFormatted	PIC Z(6).
			SET QuarterEndOfFile TO TRUE
		NOT AT END
			IF quarterRecordNumber >= 1 AND quarterRecordNumber <= 4
					AND quarterRecordStateCode NOT = SPACES
				PERFORM Load-State-Quarter-Record
			END-IF
			IF quarterRecordNumber >= 1 AND quarterRecordNumber <= 4
					AND quarterRecordStateCode = SPACES
				SET quarterIndex TO quarterRecordNumber
				SET QuarterRecorded (quarterIndex) TO TRUE
				MOVE quarterRecordWages TO quarterWages (quarterIndex)
			END-IF
	END-READ.

Load-State-Quarter-Record.
	MOVE quarterRecordStateCode TO stateWantedCode.
	PERFORM Find-State-Quarter-Entry.
	IF StateEntryFound
		MOVE quarterRecordNumber TO stateQuarterNumber
		SET StateQuarterRecorded
			(stateQuarterIndex, stateQuarterNumber) TO TRUE
		MOVE quarterRecordWages
			TO stateQuarterWages (stateQuarterIndex, stateQuarterNumber)
		MOVE quarterRecordState TO stateQuarterWithholding
			(stateQuarterIndex, stateQuarterNumber)
		MOVE quarterRecordSutaWages TO stateQuarterSutaWages
			(stateQuarterIndex, stateQuarterNumber)
		MOVE quarterRecordSuta
			TO stateQuarterSuta (stateQuarterIndex, stateQuarterNumber)
	END-IF.

Find-State-Quarter-Entry.
	SET StateEntryMissing TO TRUE.
	SET stateQuarterIndex TO 1.
	SEARCH stateQuarterEntry
		AT END
			IF stateQuarterCount < 60
				ADD 1 TO stateQuarterCount
				SET stateQuarterIndex TO stateQuarterCount
				INITIALIZE stateQuarterEntry (stateQuarterIndex)
				MOVE stateWantedCode
					TO stateQuarterCode (stateQuarterIndex)
				SET StateEntryFound TO TRUE
			ELSE
				DISPLAY "TAXRPT: STATE TABLE FULL, STATE "
					stateWantedCode " NOT REPORTED"
			END-IF
		WHEN stateQuarterCode (stateQuarterIndex) = stateWantedCode
			SET StateEntryFound TO TRUE
	END-SEARCH.

Total-Employee-Master.
	OPEN INPUT EmployeeMaster.
	IF NOT MasterFileOK
			ADD ytdFederalWithholding TO currentFederal
			ADD ytdStateWithholding TO currentState
			ADD ytdFICAWithholding TO currentFICA
			PERFORM Total-Master-State-Slot
				VARYING stateSlotIndex FROM 1 BY 1
				UNTIL stateSlotIndex > 4
	END-READ.

Total-Master-State-Slot.
	IF masterStateCode (stateSlotIndex) NOT = SPACES
			AND masterStateWages (stateSlotIndex) IS NUMERIC
			AND masterStateWithholding (stateSlotIndex) IS NUMERIC
			AND masterStateSutaWages (stateSlotIndex) IS NUMERIC
			AND masterStateSuta (stateSlotIndex) IS NUMERIC
		MOVE masterStateCode (stateSlotIndex) TO stateWantedCode
		PERFORM Find-State-Quarter-Entry
		IF StateEntryFound
			ADD masterStateWages (stateSlotIndex)
				TO stateCurrentWages (stateQuarterIndex)
			ADD masterStateWithholding (stateSlotIndex)
				TO stateCurrentWithholding (stateQuarterIndex)
			ADD masterStateSutaWages (stateSlotIndex)
				TO stateCurrentSutaWages (stateQuarterIndex)
			ADD masterStateSuta (stateSlotIndex)
				TO stateCurrentSuta (stateQuarterIndex)
		END-IF
	END-IF.

Record-Quarter-Totals.
	MOVE ZEROS TO priorWages priorFederal priorState priorFICA.
	PERFORM Add-Prior-Quarter
	COMPUTE quarterFederal (quarterIndex) = currentFederal - priorFederal.
	COMPUTE quarterState (quarterIndex) = currentState - priorState.
	COMPUTE quarterFICA (quarterIndex) = currentFICA - priorFICA.
	MOVE requestedQuarter TO stateQuarterNumber.
	PERFORM Record-State-Quarter-Totals
		VARYING stateQuarterIndex FROM 1 BY 1
		UNTIL stateQuarterIndex > stateQuarterCount.

Add-Prior-Quarter.
	IF QuarterRecorded (quarterIndex)
		ADD quarterFICA (quarterIndex) TO priorFICA
	END-IF.

Record-State-Quarter-Totals.
	MOVE ZEROS TO statePriorWages statePriorWithholding
		statePriorSutaWages statePriorSuta.
	PERFORM Add-Prior-State-Quarter
		VARYING quarterIndex FROM 1 BY 1
		UNTIL quarterIndex >= requestedQuarter.
	SET StateQuarterRecorded
		(stateQuarterIndex, stateQuarterNumber) TO TRUE.
	COMPUTE stateQuarterWages (stateQuarterIndex, stateQuarterNumber)
		= stateCurrentWages (stateQuarterIndex) - statePriorWages.
	COMPUTE stateQuarterWithholding
		(stateQuarterIndex, stateQuarterNumber)
		= stateCurrentWithholding (stateQuarterIndex)
			- statePriorWithholding.
	COMPUTE stateQuarterSutaWages
		(stateQuarterIndex, stateQuarterNumber)
		= stateCurrentSutaWages (stateQuarterIndex)
			- statePriorSutaWages.
	COMPUTE stateQuarterSuta (stateQuarterIndex, stateQuarterNumber)
		= stateCurrentSuta (stateQuarterIndex) - statePriorSuta.

Add-Prior-State-Quarter.
	IF StateQuarterRecorded (stateQuarterIndex, quarterIndex)
		ADD stateQuarterWages (stateQuarterIndex, quarterIndex)
			TO statePriorWages
		ADD stateQuarterWithholding (stateQuarterIndex, quarterIndex)
			TO statePriorWithholding
		ADD stateQuarterSutaWages (stateQuarterIndex, quarterIndex)
			TO statePriorSutaWages
		ADD stateQuarterSuta (stateQuarterIndex, quarterIndex)
			TO statePriorSuta
	END-IF.

Rewrite-Quarter-File.
	OPEN OUTPUT QuarterTotalsFile.
	PERFORM Write-Quarter-Record
		MOVE quarterFederal (quarterIndex) TO quarterRecordFederal
		MOVE quarterState (quarterIndex) TO quarterRecordState
		MOVE quarterFICA (quarterIndex) TO quarterRecordFICA
		MOVE SPACES TO quarterRecordStateCode
		MOVE ZEROS TO quarterRecordSutaWages quarterRecordSuta
		WRITE quarterTotalsRecord
		MOVE quarterIndex TO stateQuarterNumber
		PERFORM Write-State-Quarter-Record
			VARYING stateQuarterIndex FROM 1 BY 1
			UNTIL stateQuarterIndex > stateQuarterCount
	END-IF.

Write-State-Quarter-Record.
	IF StateQuarterRecorded (stateQuarterIndex, stateQuarterNumber)
		MOVE stateQuarterNumber TO quarterRecordNumber
		MOVE stateQuarterWages (stateQuarterIndex, stateQuarterNumber)
			TO quarterRecordWages
		MOVE ZEROS TO quarterRecordFederal quarterRecordFICA
		MOVE stateQuarterWithholding
			(stateQuarterIndex, stateQuarterNumber)
			TO quarterRecordState
		MOVE stateQuarterCode (stateQuarterIndex)
			TO quarterRecordStateCode
		MOVE stateQuarterSutaWages
			(stateQuarterIndex, stateQuarterNumber)
			TO quarterRecordSutaWages
		MOVE stateQuarterSuta (stateQuarterIndex, stateQuarterNumber)
			TO quarterRecordSuta
		WRITE quarterTotalsRecord
	END-IF.

	MOVE SPACES TO taxSummaryRecord.
	WRITE taxSummaryRecord.
	PERFORM Write-Ytd-Summary-Lines.
	IF stateQuarterCount > 0
		PERFORM Write-State-Summary-Lines
	END-IF.
	CLOSE TaxSummaryFile.

Write-Quarter-Summary-Lines.
	WRITE taxSummaryRecord.
	MOVE SPACES TO taxSummaryRecord.

Write-State-Summary-Lines.
	MOVE SPACES TO taxSummaryRecord.
	WRITE taxSummaryRecord.
	MOVE "STATE BREAKOUT" TO taxSummaryRecord.
	WRITE taxSummaryRecord.
	MOVE SPACES TO taxSummaryRecord.
	STRING "QTR ST   " DELIMITED BY SIZE
	"  STATE WAGES     " DELIMITED BY SIZE
	"STATE WITHHELD    " DELIMITED BY SIZE
	"   SUTA WAGES     " DELIMITED BY SIZE
	"         SUTA" DELIMITED BY SIZE
	INTO taxSummaryRecord.
	WRITE taxSummaryRecord.
	MOVE SPACES TO taxSummaryRecord.
	PERFORM Write-State-Quarter-Lines
		VARYING quarterIndex FROM 1 BY 1
		UNTIL quarterIndex > 4.
	MOVE "YTD" TO stateLineLabel.
	PERFORM Write-State-Ytd-Line
		VARYING stateQuarterIndex FROM 1 BY 1
		UNTIL stateQuarterIndex > stateQuarterCount.

Write-State-Quarter-Lines.
	MOVE quarterIndex TO stateQuarterNumber.
	MOVE SPACES TO stateLineLabel.
	MOVE stateQuarterNumber TO stateLineLabel (2:1).
	PERFORM Write-State-Quarter-Line
		VARYING stateQuarterIndex FROM 1 BY 1
		UNTIL stateQuarterIndex > stateQuarterCount.

Write-State-Quarter-Line.
	IF StateQuarterRecorded (stateQuarterIndex, stateQuarterNumber)
		MOVE stateQuarterWages (stateQuarterIndex, stateQuarterNumber)
			TO stateWagesFormatted
		MOVE stateQuarterWithholding
			(stateQuarterIndex, stateQuarterNumber)
			TO stateWithholdingFormatted
		MOVE stateQuarterSutaWages
			(stateQuarterIndex, stateQuarterNumber)
			TO stateSutaWagesFormatted
		MOVE stateQuarterSuta (stateQuarterIndex, stateQuarterNumber)
			TO stateSutaFormatted
		PERFORM Write-State-Summary-Line
	END-IF.

Write-State-Ytd-Line.
	MOVE stateCurrentWages (stateQuarterIndex) TO stateWagesFormatted.
	MOVE stateCurrentWithholding (stateQuarterIndex)
		TO stateWithholdingFormatted.
	MOVE stateCurrentSutaWages (stateQuarterIndex)
		TO stateSutaWagesFormatted.
	MOVE stateCurrentSuta (stateQuarterIndex) TO stateSutaFormatted.
	PERFORM Write-State-Summary-Line.

Write-State-Summary-Line.
	STRING stateLineLabel DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	stateQuarterCode (stateQuarterIndex) DELIMITED BY SIZE
	"   " DELIMITED BY SIZE
	stateWagesFormatted DELIMITED BY SIZE
	"   " DELIMITED BY SIZE
	stateWithholdingFormatted DELIMITED BY SIZE
	"   " DELIMITED BY SIZE
	stateSutaWagesFormatted DELIMITED BY SIZE
	"   " DELIMITED BY SIZE
	stateSutaFormatted DELIMITED BY SIZE
	INTO taxSummaryRecord.
	WRITE taxSummaryRecord.
	MOVE SPACES TO taxSummaryRecord.

Write-W2-Extract.
	OPEN OUTPUT W2ExtractFile.
	OPEN INPUT EmployeeMaster.
		AT END
			SET MasterEndOfFile TO TRUE
		NOT AT END
			PERFORM Default-Pre-Tax-Fields
			MOVE ytdGrossPay TO w2TaxableWages
			SUBTRACT ytdPreTaxDeferral ytdPreTaxCafeteria
				FROM w2TaxableWages
				ON SIZE ERROR MOVE ZEROS TO w2TaxableWages
			END-SUBTRACT
			MOVE ytdGrossPay TO w2FicaWages
			SUBTRACT ytdPreTaxCafeteria FROM w2FicaWages
				ON SIZE ERROR MOVE ZEROS TO w2FicaWages
			END-SUBTRACT
			MOVE w2TaxableWages TO w2WagesFormatted
			MOVE w2FicaWages TO w2FicaWagesFormatted
			MOVE ytdFederalWithholding TO w2FederalFormatted
			MOVE ytdStateWithholding TO w2StateFormatted
			MOVE ytdFICAWithholding TO w2FICAFormatted
			MOVE SPACES TO w2ExtractRecord
			MOVE 1 TO w2RecordPointer
			STRING FUNCTION TRIM (masterEmployeeID) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM (masterEmployeeName) DELIMITED BY SIZE
			FUNCTION TRIM (w2StateFormatted) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM (w2FICAFormatted) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM (w2FicaWagesFormatted) DELIMITED BY SIZE
			INTO w2ExtractRecord
			WITH POINTER w2RecordPointer
			PERFORM Append-W2-Box12-Entry
				VARYING box12SlotIndex FROM 1 BY 1
				UNTIL box12SlotIndex > 4
			PERFORM Append-W2-State-Entry
				VARYING stateSlotIndex FROM 1 BY 1
				UNTIL stateSlotIndex > 4
			WRITE w2ExtractRecord
	END-READ.

Append-W2-Box12-Entry.
	IF masterBox12Code (box12SlotIndex) NOT = SPACES
			AND masterBox12Amount (box12SlotIndex) > 0
		MOVE masterBox12Amount (box12SlotIndex) TO w2Box12Formatted
		STRING "|" DELIMITED BY SIZE
		masterBox12Code (box12SlotIndex) DELIMITED BY SIZE
		"|" DELIMITED BY SIZE
		FUNCTION TRIM (w2Box12Formatted) DELIMITED BY SIZE
		INTO w2ExtractRecord
		WITH POINTER w2RecordPointer
	END-IF.

Append-W2-State-Entry.
	IF masterStateCode (stateSlotIndex) NOT = SPACES
			AND masterStateWages (stateSlotIndex) IS NUMERIC
			AND masterStateWithholding (stateSlotIndex) IS NUMERIC
		IF masterStateWages (stateSlotIndex) > 0
				OR masterStateWithholding (stateSlotIndex) > 0
			MOVE masterStateWages (stateSlotIndex)
				TO w2StateWagesFormatted
			MOVE masterStateWithholding (stateSlotIndex)
				TO w2StateTaxFormatted
			STRING "|STATE|" DELIMITED BY SIZE
			masterStateCode (stateSlotIndex) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM (w2StateWagesFormatted) DELIMITED BY SIZE
			"|" DELIMITED BY SIZE
			FUNCTION TRIM (w2StateTaxFormatted) DELIMITED BY SIZE
			INTO w2ExtractRecord
			WITH POINTER w2RecordPointer
		END-IF
	END-IF.

Default-Pre-Tax-Fields.
	IF ytdPreTaxDeferral IS NOT NUMERIC
		MOVE ZEROS TO ytdPreTaxDeferral
	END-IF.
	IF ytdPreTaxCafeteria IS NOT NUMERIC
		MOVE ZEROS TO ytdPreTaxCafeteria
	END-IF.
	IF ytdEmployerMatch IS NOT NUMERIC
		MOVE ZEROS TO ytdEmployerMatch
	END-IF.
	PERFORM Default-Box12-Slot
		VARYING box12SlotIndex FROM 1 BY 1
		UNTIL box12SlotIndex > 4.

Default-Box12-Slot.
	IF masterBox12Amount (box12SlotIndex) IS NOT NUMERIC
		PERFORM Clear-Box12-Slot
	END-IF.

Clear-Box12-Slot.
	MOVE SPACES TO masterBox12Code (box12SlotIndex).
	MOVE ZEROS TO masterBox12Amount (box12SlotIndex).

Clear-State-Slot.
	MOVE SPACES TO masterStateCode (stateSlotIndex).
	MOVE ZEROS TO masterStateWages (stateSlotIndex)
		masterStateWithholding (stateSlotIndex)
		masterStateSutaWages (stateSlotIndex)
		masterStateSuta (stateSlotIndex).

Load-Carryover-Limits.
	ACCEPT rolloverDate FROM DATE YYYYMMDD.
	OPEN INPUT RateControlFile.
				ytdFederalWithholding ytdStateWithholding
				ytdFICAWithholding ytdNetPay
				ytdEmployerFICA ytdFUTA ytdSUTA
				ytdPreTaxDeferral ytdPreTaxCafeteria ytdEmployerMatch
				masterLastAppliedRecordCount
			MOVE SPACES TO masterLastAppliedPeriod
			PERFORM Clear-Box12-Slot
				VARYING box12SlotIndex FROM 1 BY 1
				UNTIL box12SlotIndex > 4
			PERFORM Clear-State-Slot
				VARYING stateSlotIndex FROM 1 BY 1
				UNTIL stateSlotIndex > 4
			PERFORM Apply-Leave-Carryover
			REWRITE masterRecord
	END-READ.
