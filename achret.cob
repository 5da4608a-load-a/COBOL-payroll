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

FD PayHistoryFile.
01 historyRecord.
	05 historyReissueSwitch		PIC X.
		88 HistoryReissued		VALUE "D".
		88 HistoryNotReissued	VALUE "N" " ".
	05 historyPreTaxDeferral	PIC 9(6)V99.
	05 historyPreTaxCafeteria	PIC 9(6)V99.
	05 historyEmployerMatch		PIC 9(6)V99.
	05 historyBox12Detail.
		10 historyBox12Entry OCCURS 4 TIMES.
			15 historyBox12Code		PIC X(2).
			15 historyBox12Amount	PIC 9(6)V99.
	05 historyPaymentType		PIC X.
		88 HistoryRegularPay	VALUE "R" " ".
		88 HistoryOffCyclePay	VALUE "O".
		88 HistoryFinalPay		VALUE "F".
	05 historyStateDetail.
		10 historyStateEntry OCCURS 4 TIMES.
			15 historyStateCode			PIC X(2).
			15 historyStateWages		PIC 9(6)V99.
			15 historyStateTax			PIC 9(6)V99.
			15 historyStateSutaWages	PIC 9(6)V99.
			15 historyStateSuta			PIC 9(6)V99.

FD CheckNumberFile.
01 checkNumberRecord.
	05 reissuedCount			PIC 9(6) VALUE ZEROS.
	05 recoveredCount			PIC 9(6) VALUE ZEROS.
	05 correctedCount			PIC 9(6) VALUE ZEROS.
	05 prenoteFailedCount		PIC 9(6) VALUE ZEROS.
	05 returnErrorCount			PIC 9(6) VALUE ZEROS.
	05 returnCountFormatted		PIC Z(6).
01 returnTotals.
	05 returnAmountRaw			PIC 9(8)V99 VALUE ZEROS.
	05 returnAmountFormatted	PIC Z(8).99.
	05 returnTotalFormatted		PIC Z(8).99.
01 box12Work.
	05 box12ScanIndex			PIC 9 VALUE ZEROS.
	05 box12SearchIndex			PIC 9 VALUE ZEROS.
	05 box12FoundIndex			PIC 9 VALUE ZEROS.
01 stateWork.
	05 stateScanIndex			PIC 9 VALUE ZEROS.
	05 stateSearchIndex			PIC 9 VALUE ZEROS.
	05 stateFoundIndex			PIC 9 VALUE ZEROS.
01 returnBalanceSwitch PIC X VALUE "Y".
	88 ReturnsBalanced		VALUE "Y".
	88 ReturnsOutOfBalance	VALUE "N".

Apply-Return-Record.
	EVALUATE TRUE
		WHEN ReturnedEntry AND returnAmountCents = ZEROS
			PERFORM Apply-Prenote-Return
		WHEN ReturnedEntry
			PERFORM Apply-Returned-Entry
		WHEN NotificationOfChange
			PERFORM Write-Return-Error
	END-EVALUATE.

Apply-Prenote-Return.
	MOVE returnEmployeeID TO masterEmployeeID.
	READ EmployeeMaster
		INVALID KEY
			MOVE "EMPLOYEE NOT ON MASTER" TO returnErrorReason
			PERFORM Write-Return-Error
		NOT INVALID KEY
			IF masterPrenoteDate NOT = returnPeriodEndDate
				MOVE "NO PRENOTE SENT FOR RETURNED ENTRY"
					TO returnErrorReason
				PERFORM Write-Return-Error
			ELSE
				IF PrenoteFailed
					MOVE "PRENOTE ALREADY MARKED FAILED"
						TO returnErrorReason
					PERFORM Write-Return-Error
				ELSE
					PERFORM Fail-Prenote-Account
				END-IF
			END-IF
	END-READ.

Fail-Prenote-Account.
	SET PrenoteFailed TO TRUE.
	REWRITE masterRecord.
	ADD 1 TO prenoteFailedCount.
	MOVE SPACES TO returnReportRecord.
	STRING "PRENOTE " DELIMITED BY SIZE
	returnReasonCode DELIMITED BY SIZE
	" ID=" DELIMITED BY SIZE
	returnEmployeeID DELIMITED BY SIZE
	" PERIOD=" DELIMITED BY SIZE
	returnPeriodEndDate DELIMITED BY SIZE
	" DISPOSITION=ACCOUNT MARKED FAILED, PAID BY CHECK"
		DELIMITED BY SIZE
	" UNTIL BANK DATA IS CORRECTED" DELIMITED BY SIZE
	INTO returnReportRecord.
	PERFORM Write-Return-Report-Line.

Apply-Returned-Entry.
	MOVE returnEmployeeID TO historyEmployeeID.
	MOVE returnPeriodEndDate TO historyPeriodEndDate.
			ON SIZE ERROR MOVE ZEROS TO ytdSUTA
		END-SUBTRACT
	END-IF.
	IF historyPreTaxDeferral IS NUMERIC
			AND ytdPreTaxDeferral IS NUMERIC
		SUBTRACT historyPreTaxDeferral FROM ytdPreTaxDeferral
			ON SIZE ERROR MOVE ZEROS TO ytdPreTaxDeferral
		END-SUBTRACT
	END-IF.
	IF historyPreTaxCafeteria IS NUMERIC
			AND ytdPreTaxCafeteria IS NUMERIC
		SUBTRACT historyPreTaxCafeteria FROM ytdPreTaxCafeteria
			ON SIZE ERROR MOVE ZEROS TO ytdPreTaxCafeteria
		END-SUBTRACT
	END-IF.
	IF historyEmployerMatch IS NUMERIC
			AND ytdEmployerMatch IS NUMERIC
		SUBTRACT historyEmployerMatch FROM ytdEmployerMatch
			ON SIZE ERROR MOVE ZEROS TO ytdEmployerMatch
		END-SUBTRACT
	END-IF.
	PERFORM Recover-Box12-Amount
		VARYING box12ScanIndex FROM 1 BY 1
		UNTIL box12ScanIndex > 4.
	PERFORM Recover-State-Amount
		VARYING stateScanIndex FROM 1 BY 1
		UNTIL stateScanIndex > 4.
	REWRITE masterRecord.
	SET HistoryVoided TO TRUE.
	REWRITE historyRecord.
	INTO returnReportRecord.
	PERFORM Write-Return-Report-Line.

Recover-Box12-Amount.
	IF historyBox12Code (box12ScanIndex) NOT = SPACES
			AND historyBox12Amount (box12ScanIndex) IS NUMERIC
		MOVE ZEROS TO box12FoundIndex
		PERFORM Match-Box12-Slot
			VARYING box12SearchIndex FROM 1 BY 1
			UNTIL box12SearchIndex > 4 OR box12FoundIndex > 0
		IF box12FoundIndex > 0
				AND masterBox12Amount (box12FoundIndex) IS NUMERIC
			SUBTRACT historyBox12Amount (box12ScanIndex)
				FROM masterBox12Amount (box12FoundIndex)
				ON SIZE ERROR
					MOVE ZEROS TO masterBox12Amount (box12FoundIndex)
			END-SUBTRACT
		END-IF
	END-IF.

Match-Box12-Slot.
	IF masterBox12Code (box12SearchIndex)
			= historyBox12Code (box12ScanIndex)
		MOVE box12SearchIndex TO box12FoundIndex
	END-IF.

Recover-State-Amount.
	IF historyStateCode (stateScanIndex) NOT = SPACES
			AND historyStateWages (stateScanIndex) IS NUMERIC
			AND historyStateTax (stateScanIndex) IS NUMERIC
			AND historyStateSutaWages (stateScanIndex) IS NUMERIC
			AND historyStateSuta (stateScanIndex) IS NUMERIC
		MOVE ZEROS TO stateFoundIndex
		PERFORM Match-State-Slot
			VARYING stateSearchIndex FROM 1 BY 1
			UNTIL stateSearchIndex > 4 OR stateFoundIndex > 0
		IF stateFoundIndex > 0
				AND masterStateWages (stateFoundIndex) IS NUMERIC
				AND masterStateWithholding (stateFoundIndex) IS NUMERIC
				AND masterStateSutaWages (stateFoundIndex) IS NUMERIC
				AND masterStateSuta (stateFoundIndex) IS NUMERIC
			SUBTRACT historyStateWages (stateScanIndex)
				FROM masterStateWages (stateFoundIndex)
				ON SIZE ERROR
					MOVE ZEROS TO masterStateWages (stateFoundIndex)
			END-SUBTRACT
			SUBTRACT historyStateTax (stateScanIndex)
				FROM masterStateWithholding (stateFoundIndex)
				ON SIZE ERROR
					MOVE ZEROS TO masterStateWithholding (stateFoundIndex)
			END-SUBTRACT
			SUBTRACT historyStateSutaWages (stateScanIndex)
				FROM masterStateSutaWages (stateFoundIndex)
				ON SIZE ERROR
					MOVE ZEROS TO masterStateSutaWages (stateFoundIndex)
			END-SUBTRACT
			SUBTRACT historyStateSuta (stateScanIndex)
				FROM masterStateSuta (stateFoundIndex)
				ON SIZE ERROR
					MOVE ZEROS TO masterStateSuta (stateFoundIndex)
			END-SUBTRACT
		END-IF
	END-IF.

Match-State-Slot.
	IF masterStateCode (stateSearchIndex)
			= historyStateCode (stateScanIndex)
		MOVE stateSearchIndex TO stateFoundIndex
	END-IF.

Reissue-Returned-Payment.
	PERFORM Write-Reissue-Check.
	SET HistoryReissued TO TRUE.
	PERFORM Write-Return-Report-Line.

	IF DeadAccountReason
		IF NOT PrenoteNotTracked
				AND masterPrenoteRouting = masterRoutingNumber
				AND masterPrenoteAccount = masterAccountNumber
			SET PrenoteFailed TO TRUE
		END-IF
		MOVE ZEROS TO masterRoutingNumber
		MOVE SPACES TO masterAccountNumber
		REWRITE masterRecord
			MOVE "EMPLOYEE NOT ON MASTER" TO returnErrorReason
			PERFORM Write-Return-Error
		NOT INVALID KEY
			IF PrenoteNotTracked
					AND masterRoutingNumber IS NUMERIC
					AND masterRoutingNumber NOT = ZEROS
				MOVE masterRoutingNumber TO masterPrenoteRouting
				MOVE masterAccountNumber TO masterPrenoteAccount
				MOVE SPACES TO masterPrenoteDate
				SET PrenoteCleared TO TRUE
			END-IF
			MOVE returnCorrectedRouting TO masterRoutingNumber
			MOVE returnCorrectedAccount TO masterAccountNumber
			REWRITE masterRecord
	INTO returnReportRecord.
	PERFORM Write-Return-Report-Line.

	MOVE prenoteFailedCount TO returnCountFormatted.
	MOVE SPACES TO returnReportRecord.
	STRING "PRENOTES FAILED:   " DELIMITED BY SIZE
	returnCountFormatted DELIMITED BY SIZE
	INTO returnReportRecord.
	PERFORM Write-Return-Report-Line.

	MOVE returnErrorCount TO returnCountFormatted.
	MOVE SPACES TO returnReportRecord.
	STRING "ENTRIES IN ERROR:  " DELIMITED BY SIZE
