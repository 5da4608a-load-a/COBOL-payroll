IDENTIFICATION DIVISION.
PROGRAM-ID. TaxDeposit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PayHistoryFile ASSIGN TO "pay_history.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS historyKey
			FILE STATUS IS HistoryFileStatus.
	SELECT RateControlFile ASSIGN TO "payroll_control.dat"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS rateControlFileStatus.
	SELECT OPTIONAL DepositLogFile ASSIGN TO "tax_deposit_log.dat"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPTIONAL DepositPaymentFile
			ASSIGN TO "tax_deposit_payments.txt"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT DepositReportFile ASSIGN TO "tax_deposit_schedule.txt"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT EftpsFile ASSIGN TO "tax_deposit_eftps.txt"
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PayHistoryFile.
01 historyRecord.
	05 historyKey.
		10 historyEmployeeID		PIC 9(5).
		10 historyPeriodEndDate		PIC X(8).
	05 historyHoursWorked		PIC 9(4)V99.
	05 historyGrossPay			PIC 9(6)V99.
	05 historyFederalWithholding	PIC 9(6)V99.
	05 historyStateWithholding	PIC 9(6)V99.
	05 historyFICAWithholding	PIC 9(6)V99.
	05 historyDeductions		PIC 9(6)V99.
	05 historyNetPay			PIC 9(6)V99.
	05 historyVoidSwitch		PIC X.
		88 HistoryVoided		VALUE "V".
		88 HistoryNotVoided		VALUE "N".
	05 historyPayRate			PIC 9(4)V99.
	05 historyOvertimeHours		PIC 9(4)V99.
	05 historyRetroSwitch		PIC X.
		88 HistoryRetroNone		VALUE "N" " ".
		88 HistoryRetroApplied	VALUE "R".
		88 HistoryBackPay		VALUE "B".
	05 historyEmployerFICA		PIC 9(6)V99.
	05 historyFUTA				PIC 9(6)V99.
	05 historySUTA				PIC 9(6)V99.
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


FD RateControlFile.
01 rateControlRecord.
	05 controlEffectiveDate		PIC 9(8).
	05 controlFederalRate		PIC V9999.
	05 controlStateRate			PIC V9999.
	05 controlFicaRate			PIC V9999.
	05 controlOvertimeFactor	PIC 9V99.
	05 controlStandardHours		PIC 9(4)V99.
	05 controlMinHoursWorked	PIC 9(4)V99.
	05 controlMaxHoursWorked	PIC 9(4)V99.
	05 controlMinRate			PIC 9(4)V99.
	05 controlFicaWageBase		PIC 9(8)V99.
	05 controlPayPeriodsPerYear	PIC 9(2).
	05 controlAllowanceAmount	PIC 9(6)V99.
	05 controlVacationAccrualRate	PIC V9999.
	05 controlSickAccrualRate	PIC V9999.
	05 controlVacationCarryoverMax	PIC 9(4)V99.
	05 controlSickCarryoverMax	PIC 9(4)V99.
	05 controlFutaRate			PIC V9999.
	05 controlFutaWageBase		PIC 9(8)V99.
	05 controlSutaRate			PIC V9999.
	05 controlSutaWageBase		PIC 9(8)V99.
	05 controlTrialTolerance	PIC 9(3)V99.
	05 controlSupplementalRate	PIC V9999.
	05 controlPrenoteWaitDays	PIC 9(2).
	05 controlDepositSchedule	PIC X.
	05 controlEmployerEin		PIC X(9).


FD DepositLogFile.
01 depositLogRecord.
	05 logTaxType			PIC X(3).
	05 logStateCode			PIC X(2).
	05 logDueDate			PIC 9(8).
	05 logPeriodEndDate		PIC 9(8).
	05 logLiability			PIC 9(8)V99.
	05 logWithholding		PIC 9(8)V99.
	05 logFica				PIC 9(8)V99.
	05 logPaidDate			PIC 9(8).
	05 logPaidAmount		PIC 9(8)V99.
	05 logConfirmation		PIC X(15).

FD DepositPaymentFile.
01 depositPaymentRecord.
	05 paymentTaxType		PIC X(3).
	05 paymentStateCode		PIC X(2).
	05 paymentDueDate		PIC 9(8).
	05 paymentPaidDate		PIC 9(8).
	05 paymentAmount		PIC 9(8)V99.
	05 paymentConfirmation	PIC X(15).
	05 paymentPeriodEndDate	PIC 9(8).

FD DepositReportFile.
01 depositReportRecord PIC X(120).

FD EftpsFile.
01 eftpsRecord.
	05 eftpsRecordType		PIC X.
	05 eftpsEin				PIC X(9).
	05 eftpsTaxForm			PIC X(5).
	05 eftpsTaxPeriod		PIC 9(6).
	05 eftpsSettlementDate	PIC 9(8).
	05 eftpsAmountCents		PIC 9(11).
	05 eftpsFicaCents		PIC 9(11).
	05 eftpsWithholdingCents	PIC 9(11).
	05 eftpsDueDate			PIC 9(8).
	05 FILLER				PIC X(10).

WORKING-STORAGE SECTION.

01 HistoryFileStatus PIC XX VALUE ZEROS.
	88 HistoryFileOK VALUE "00".
01 rateControlFileStatus PIC XX VALUE ZEROS.
	88 RateControlFileOK VALUE "00".
01 fileSwitches.
	05 historyEOFSwitch		PIC X VALUE "N".
		88 HistoryEndOfFile		VALUE "Y".
		88 HistoryMoreRecords	VALUE "N".
	05 controlEOFSwitch		PIC X VALUE "N".
		88 ControlEndOfFile		VALUE "Y".
		88 ControlMoreRecords	VALUE "N".
	05 logEOFSwitch			PIC X VALUE "N".
		88 LogEndOfFile			VALUE "Y".
		88 LogMoreRecords		VALUE "N".
	05 paymentEOFSwitch		PIC X VALUE "N".
		88 PaymentEndOfFile		VALUE "Y".
		88 PaymentMoreRecords	VALUE "N".
01 depositRequest.
	05 commandLineBuffer	PIC X(40) VALUE SPACES.
	05 fromDateToken		PIC X(8) VALUE SPACES.
	05 toDateToken			PIC X(8) VALUE SPACES.
	05 asOfDateToken		PIC X(8) VALUE SPACES.
	05 fromDate				PIC 9(8) VALUE ZEROS.
	05 toDate				PIC 9(8) VALUE ZEROS.
	05 asOfDate				PIC 9(8) VALUE ZEROS.
	05 scanFromDate			PIC 9(8) VALUE ZEROS.
	05 scanToDate			PIC 9(8) VALUE ZEROS.
01 depositControls.
	05 selectedEffectiveDate	PIC 9(8) VALUE ZEROS.
	05 depositScheduleCode	PIC X VALUE "M".
		88 SemiweeklyDepositor	VALUE "S".
		88 MonthlyDepositor		VALUE "M".
	05 employerEin			PIC X(9) VALUE ZEROS.
01 payDateTable.
	05 payDateCount			PIC 9(3) VALUE ZEROS.
	05 payDateEntry OCCURS 1 TO 400 TIMES
			DEPENDING ON payDateCount
			INDEXED BY payDateIndex.
		10 payDateValue			PIC 9(8).
		10 payDateRowCount		PIC 9(5).
		10 payDateFederal		PIC 9(8)V99.
		10 payDateEmployeeFica	PIC 9(8)V99.
		10 payDateEmployerFica	PIC 9(8)V99.
		10 payDateVoided		PIC 9(8)V99.
		10 payDateLiability		PIC 9(8)V99.
		10 payDateDueDate		PIC 9(8).
01 payDateSortWork.
	05 payDateSortOuterIndex	PIC 9(3) VALUE ZEROS.
	05 payDateSortInnerIndex	PIC 9(3) VALUE ZEROS.
	05 payDateSortMinIndex		PIC 9(3) VALUE ZEROS.
	05 payDateSwapArea			PIC X(71).
	05 payDatePrintIndex		PIC 9(3) VALUE ZEROS.
01 depositTable.
	05 depositCount			PIC 9(3) VALUE ZEROS.
	05 depositEntry OCCURS 1 TO 999 TIMES
			DEPENDING ON depositCount
			INDEXED BY depositIndex.
		10 depositTaxType		PIC X(3).
			88 FederalDeposit		VALUE "FED".
			88 FutaDeposit			VALUE "FUT".
			88 StateIncomeDeposit	VALUE "SIT".
			88 StateUnemploymentDeposit	VALUE "SUI".
		10 depositStateCode		PIC X(2).
		10 depositDueDate		PIC 9(8).
		10 depositPeriodEndDate	PIC 9(8).
		10 depositLiability		PIC 9(8)V99.
		10 depositWithholding	PIC 9(8)V99.
		10 depositFica			PIC 9(8)V99.
		10 depositPaidDate		PIC 9(8).
		10 depositPaidAmount	PIC 9(8)V99.
		10 depositConfirmation	PIC X(15).
		10 depositComputedSwitch	PIC X.
			88 DepositComputed		VALUE "Y".
			88 DepositFromLog		VALUE "N".
		10 depositPaymentSwitch	PIC X.
			88 DepositPaymentSeen	VALUE "Y".
			88 DepositPaymentNotSeen	VALUE "N".
01 depositSortWork.
	05 depositSortOuterIndex	PIC 9(3) VALUE ZEROS.
	05 depositSortInnerIndex	PIC 9(3) VALUE ZEROS.
	05 depositSortMinIndex		PIC 9(3) VALUE ZEROS.
	05 depositSwapArea			PIC X(86).
	05 depositPrintIndex		PIC 9(3) VALUE ZEROS.
	05 depositSortKey			PIC X(13).
	05 depositSortMinKey		PIC X(13).
01 depositWanted.
	05 wantedTaxType		PIC X(3) VALUE SPACES.
	05 wantedStateCode		PIC X(2) VALUE SPACES.
	05 wantedDueDate		PIC 9(8) VALUE ZEROS.
	05 wantedPeriodEndDate	PIC 9(8) VALUE ZEROS.
	05 wantedPayDate		PIC 9(8) VALUE ZEROS.
	05 depositFoundSwitch	PIC X VALUE "N".
		88 DepositEntryFound	VALUE "Y".
		88 DepositEntryMissing	VALUE "N".
01 historyRowWork.
	05 historyDateValue		PIC 9(8) VALUE ZEROS.
	05 rowFederal			PIC 9(6)V99 VALUE ZEROS.
	05 rowEmployeeFica		PIC 9(6)V99 VALUE ZEROS.
	05 rowEmployerFica		PIC 9(6)V99 VALUE ZEROS.
	05 rowLiability			PIC 9(8)V99 VALUE ZEROS.
	05 rowStateCode			PIC X(2) VALUE SPACES.
	05 rowStateAmount		PIC 9(6)V99 VALUE ZEROS.
	05 stateScanIndex		PIC 9 VALUE ZEROS.
	05 quarterDueDate		PIC 9(8) VALUE ZEROS.
	05 quarterEndDate		PIC 9(8) VALUE ZEROS.
	05 federalDueDate		PIC 9(8) VALUE ZEROS.
01 dueDateWork.
	05 dueBaseDate			PIC 9(8) VALUE ZEROS.
	05 dueBaseParts REDEFINES dueBaseDate.
		10 dueBaseYear		PIC 9(4).
		10 dueBaseMonth		PIC 9(2).
		10 dueBaseDay		PIC 9(2).
	05 dueResultDate		PIC 9(8) VALUE ZEROS.
	05 dueResultParts REDEFINES dueResultDate.
		10 dueResultYear	PIC 9(4).
		10 dueResultMonth	PIC 9(2).
		10 dueResultDay		PIC 9(2).
	05 dueQuarter			PIC 9 VALUE ZEROS.
	05 dueQuarterMonth		PIC 9(2) VALUE ZEROS.
	05 dueDayNumber			PIC 9(7) VALUE ZEROS.
	05 dueDayOfWeek			PIC 9 VALUE ZEROS.
	05 dueWeekCount			PIC 9(7) VALUE ZEROS.
	05 dueDayOffset			PIC 9 VALUE ZEROS.
01 semiweeklyOffsetValues.
	05 FILLER PIC X(7) VALUE "4376565".
01 semiweeklyOffsetTable REDEFINES semiweeklyOffsetValues.
	05 semiweeklyOffset PIC 9 OCCURS 7 TIMES.
01 quarterEndValues.
	05 FILLER PIC X(16) VALUE "0331063009301231".
01 quarterEndTable REDEFINES quarterEndValues.
	05 quarterEndMonthDay PIC 9(4) OCCURS 4 TIMES.
01 quarterDueValues.
	05 FILLER PIC X(16) VALUE "0430073110310131".
01 quarterDueTable REDEFINES quarterDueValues.
	05 quarterDueMonthDay PIC 9(4) OCCURS 4 TIMES.
01 depositStatusWork.
	05 depositStatusText	PIC X(14) VALUE SPACES.
	05 depositOutstanding	PIC 9(8)V99 VALUE ZEROS.
	05 depositLateSwitch	PIC X VALUE "N".
		88 DepositIsLate		VALUE "Y".
		88 DepositNotLate		VALUE "N".
01 depositCounts.
	05 historyRowCount		PIC 9(6) VALUE ZEROS.
	05 voidedRowCount		PIC 9(6) VALUE ZEROS.
	05 lateDepositCount		PIC 9(4) VALUE ZEROS.
	05 openDepositCount		PIC 9(4) VALUE ZEROS.
	05 paymentAppliedCount	PIC 9(4) VALUE ZEROS.
	05 paymentErrorCount	PIC 9(4) VALUE ZEROS.
	05 eftpsPaymentCount	PIC 9(4) VALUE ZEROS.
	05 depositCountFormatted	PIC Z(5)9.
01 depositTotals.
	05 totalFederalLiability	PIC 9(10)V99 VALUE ZEROS.
	05 totalVoidedLiability		PIC 9(10)V99 VALUE ZEROS.
	05 totalEftpsAmount			PIC 9(10)V99 VALUE ZEROS.
	05 totalOutstanding			PIC 9(10)V99 VALUE ZEROS.
	05 totalAmountFormatted		PIC Z(9).99.
01 depositFormats.
	05 amountFormatted		PIC Z(7).99.
	05 secondAmountFormatted	PIC Z(7).99.
	05 thirdAmountFormatted	PIC Z(7).99.
	05 fourthAmountFormatted	PIC Z(7).99.
	05 fifthAmountFormatted	PIC Z(7).99.
	05 paidDateText			PIC X(8).

PROCEDURE DIVISION.
Main-Logic.
	PERFORM Accept-Deposit-Request.
	PERFORM Load-Deposit-Controls.
	PERFORM Load-Deposit-Log.

	OPEN INPUT PayHistoryFile.
	IF NOT HistoryFileOK
		DISPLAY "TAXDEP: CANNOT OPEN PAY HISTORY, STATUS "
			HistoryFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	SET HistoryMoreRecords TO TRUE.
	PERFORM Read-History-Row
		UNTIL HistoryEndOfFile.
	CLOSE PayHistoryFile.

	OPEN OUTPUT DepositReportFile.
	PERFORM Write-Report-Header.
	PERFORM Apply-Deposit-Payments.
	PERFORM Sort-Pay-Date-Table.
	PERFORM Sort-Deposit-Table.
	PERFORM Write-Pay-Date-Section.
	PERFORM Write-Deposit-Section.
	PERFORM Write-Eftps-File.
	PERFORM Write-Deposit-Totals.
	CLOSE DepositReportFile.
	PERFORM Rewrite-Deposit-Log.

	IF lateDepositCount > 0 OR paymentErrorCount > 0
		MOVE 4 TO RETURN-CODE
	END-IF.
STOP RUN.

Accept-Deposit-Request.
	ACCEPT commandLineBuffer FROM COMMAND-LINE.
	UNSTRING commandLineBuffer DELIMITED BY ALL " "
		INTO fromDateToken toDateToken asOfDateToken.
	IF fromDateToken IS NOT NUMERIC
			OR toDateToken IS NOT NUMERIC
		DISPLAY "TAXDEP: FROM DATE AND TO DATE (YYYYMMDD) REQUIRED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE fromDateToken TO fromDate.
	MOVE toDateToken TO toDate.
	IF fromDate > toDate
		DISPLAY "TAXDEP: FROM DATE IS AFTER TO DATE"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF asOfDateToken = SPACES OR asOfDateToken = ZEROS
		ACCEPT asOfDateToken FROM DATE YYYYMMDD
	END-IF.
	IF asOfDateToken IS NOT NUMERIC
		DISPLAY "TAXDEP: AS-OF DATE MUST BE YYYYMMDD"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE asOfDateToken TO asOfDate.
	MOVE fromDate TO dueBaseDate.
	COMPUTE dueQuarter = (dueBaseMonth + 2) / 3.
	COMPUTE dueQuarterMonth = dueQuarter * 3 - 2.
	MOVE dueBaseYear TO scanFromDate (1:4).
	MOVE dueQuarterMonth TO scanFromDate (5:2).
	MOVE "01" TO scanFromDate (7:2).
	MOVE toDate TO dueBaseDate.
	COMPUTE dueQuarter = (dueBaseMonth + 2) / 3.
	MOVE dueBaseYear TO scanToDate (1:4).
	MOVE quarterEndMonthDay (dueQuarter) TO scanToDate (5:4).

Load-Deposit-Controls.
	OPEN INPUT RateControlFile.
	IF RateControlFileOK
		SET ControlMoreRecords TO TRUE
		PERFORM Read-Deposit-Control-Row
			UNTIL ControlEndOfFile
		CLOSE RateControlFile
	ELSE
		DISPLAY "TAXDEP: NO PAYROLL CONTROL FILE, MONTHLY SCHEDULE"
			" ASSUMED"
	END-IF.

Read-Deposit-Control-Row.
	READ RateControlFile
		AT END
			SET ControlEndOfFile TO TRUE
		NOT AT END
			IF controlEffectiveDate <= toDate
					AND controlEffectiveDate >= selectedEffectiveDate
				MOVE controlEffectiveDate TO selectedEffectiveDate
				IF controlDepositSchedule = "S"
					SET SemiweeklyDepositor TO TRUE
				ELSE
					SET MonthlyDepositor TO TRUE
				END-IF
				IF controlEmployerEin IS NUMERIC
					MOVE controlEmployerEin TO employerEin
				ELSE
					MOVE ZEROS TO employerEin
				END-IF
			END-IF
	END-READ.

Load-Deposit-Log.
	OPEN INPUT DepositLogFile.
	SET LogMoreRecords TO TRUE.
	PERFORM Load-Deposit-Log-Row
		UNTIL LogEndOfFile.
	CLOSE DepositLogFile.

Load-Deposit-Log-Row.
	READ DepositLogFile
		AT END
			SET LogEndOfFile TO TRUE
		NOT AT END
			IF depositCount < 999
				ADD 1 TO depositCount
				SET depositIndex TO depositCount
				MOVE logTaxType TO depositTaxType (depositIndex)
				MOVE logStateCode TO depositStateCode (depositIndex)
				MOVE logDueDate TO depositDueDate (depositIndex)
				MOVE logPeriodEndDate
					TO depositPeriodEndDate (depositIndex)
				MOVE logLiability TO depositLiability (depositIndex)
				MOVE logWithholding
					TO depositWithholding (depositIndex)
				MOVE logFica TO depositFica (depositIndex)
				MOVE logPaidDate TO depositPaidDate (depositIndex)
				MOVE logPaidAmount TO depositPaidAmount (depositIndex)
				MOVE logConfirmation
					TO depositConfirmation (depositIndex)
				SET DepositFromLog (depositIndex) TO TRUE
				SET DepositPaymentNotSeen (depositIndex) TO TRUE
			ELSE
				DISPLAY "TAXDEP: DEPOSIT TABLE FULL, LOG ROW "
					logTaxType " " logDueDate " DROPPED"
			END-IF
	END-READ.

Read-History-Row.
	READ PayHistoryFile NEXT RECORD
		AT END
			SET HistoryEndOfFile TO TRUE
		NOT AT END
			IF historyPeriodEndDate IS NUMERIC
				MOVE historyPeriodEndDate TO historyDateValue
				IF historyDateValue >= scanFromDate
						AND historyDateValue <= scanToDate
					PERFORM Add-History-Row
				END-IF
			END-IF
	END-READ.

Add-History-Row.
	MOVE historyFederalWithholding TO rowFederal.
	MOVE historyFICAWithholding TO rowEmployeeFica.
	IF historyEmployerFICA IS NUMERIC
		MOVE historyEmployerFICA TO rowEmployerFica
	ELSE
		MOVE ZEROS TO rowEmployerFica
	END-IF.
	COMPUTE rowLiability =
		rowFederal + rowEmployeeFica + rowEmployerFica.
	MOVE historyDateValue TO wantedPayDate.
	PERFORM Compute-Federal-Due-Date.
	MOVE dueResultDate TO federalDueDate.
	IF historyDateValue >= fromDate AND historyDateValue <= toDate
		PERFORM Add-Pay-Date-Row
	END-IF.
	IF NOT HistoryVoided
		PERFORM Add-Deposit-Liability
	END-IF.

Add-Pay-Date-Row.
	ADD 1 TO historyRowCount.
	PERFORM Find-Pay-Date-Entry.
	ADD 1 TO payDateRowCount (payDateIndex).
	IF HistoryVoided
		ADD 1 TO voidedRowCount
		ADD rowLiability TO payDateVoided (payDateIndex)
		ADD rowLiability TO totalVoidedLiability
	ELSE
		ADD rowFederal TO payDateFederal (payDateIndex)
		ADD rowEmployeeFica TO payDateEmployeeFica (payDateIndex)
		ADD rowEmployerFica TO payDateEmployerFica (payDateIndex)
		ADD rowLiability TO payDateLiability (payDateIndex)
		ADD rowLiability TO totalFederalLiability
	END-IF.

Add-Deposit-Liability.
	PERFORM Compute-Quarter-Dates.
	MOVE "FED" TO wantedTaxType.
	MOVE SPACES TO wantedStateCode.
	MOVE federalDueDate TO wantedDueDate.
	MOVE quarterEndDate TO wantedPeriodEndDate.
	PERFORM Find-Deposit-Entry.
	IF DepositEntryFound
		ADD rowLiability TO depositLiability (depositIndex)
		ADD rowFederal TO depositWithholding (depositIndex)
		ADD rowEmployeeFica TO depositFica (depositIndex)
		ADD rowEmployerFica TO depositFica (depositIndex)
	END-IF.
	IF historyFUTA IS NUMERIC AND historyFUTA > 0
		MOVE "FUT" TO wantedTaxType
		MOVE SPACES TO rowStateCode
		MOVE historyFUTA TO rowStateAmount
		PERFORM Add-Quarterly-Liability
	END-IF.
	IF historyStateWages (1) IS NUMERIC
		PERFORM Add-State-Detail-Liability
			VARYING stateScanIndex FROM 1 BY 1
			UNTIL stateScanIndex > 4
	ELSE
		PERFORM Add-State-Total-Liability
	END-IF.

Add-State-Detail-Liability.
	IF historyStateCode (stateScanIndex) = SPACES
		MOVE "--" TO rowStateCode
	ELSE
		MOVE historyStateCode (stateScanIndex) TO rowStateCode
	END-IF.
	IF historyStateTax (stateScanIndex) IS NUMERIC
			AND historyStateTax (stateScanIndex) > 0
		MOVE "SIT" TO wantedTaxType
		MOVE historyStateTax (stateScanIndex) TO rowStateAmount
		PERFORM Add-Quarterly-Liability
	END-IF.
	IF historyStateSuta (stateScanIndex) IS NUMERIC
			AND historyStateSuta (stateScanIndex) > 0
		MOVE "SUI" TO wantedTaxType
		MOVE historyStateSuta (stateScanIndex) TO rowStateAmount
		PERFORM Add-Quarterly-Liability
	END-IF.

Add-State-Total-Liability.
	MOVE "--" TO rowStateCode.
	IF historyStateWithholding IS NUMERIC
			AND historyStateWithholding > 0
		MOVE "SIT" TO wantedTaxType
		MOVE historyStateWithholding TO rowStateAmount
		PERFORM Add-Quarterly-Liability
	END-IF.
	IF historySUTA IS NUMERIC AND historySUTA > 0
		MOVE "SUI" TO wantedTaxType
		MOVE historySUTA TO rowStateAmount
		PERFORM Add-Quarterly-Liability
	END-IF.

Add-Quarterly-Liability.
	MOVE rowStateCode TO wantedStateCode.
	MOVE quarterDueDate TO wantedDueDate.
	MOVE quarterEndDate TO wantedPeriodEndDate.
	PERFORM Find-Deposit-Entry.
	IF DepositEntryFound
		ADD rowStateAmount TO depositLiability (depositIndex)
		IF StateIncomeDeposit (depositIndex)
			ADD rowStateAmount TO depositWithholding (depositIndex)
		END-IF
	END-IF.

Find-Pay-Date-Entry.
	SET payDateIndex TO 1.
	SEARCH payDateEntry
		AT END
			IF payDateCount < 400
				ADD 1 TO payDateCount
				SET payDateIndex TO payDateCount
				INITIALIZE payDateEntry (payDateIndex)
				MOVE wantedPayDate TO payDateValue (payDateIndex)
				MOVE federalDueDate TO payDateDueDate (payDateIndex)
			ELSE
				DISPLAY "TAXDEP: PAY DATE TABLE FULL AT "
					wantedPayDate
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		WHEN payDateValue (payDateIndex) = wantedPayDate
			CONTINUE
	END-SEARCH.

Find-Deposit-Entry.
	SET DepositEntryMissing TO TRUE.
	SET depositIndex TO 1.
	SEARCH depositEntry
		AT END
			IF depositCount < 999
				ADD 1 TO depositCount
				SET depositIndex TO depositCount
				INITIALIZE depositEntry (depositIndex)
				MOVE wantedTaxType TO depositTaxType (depositIndex)
				MOVE wantedStateCode TO depositStateCode (depositIndex)
				MOVE wantedDueDate TO depositDueDate (depositIndex)
				MOVE wantedPeriodEndDate
					TO depositPeriodEndDate (depositIndex)
				MOVE SPACES TO depositConfirmation (depositIndex)
				SET DepositComputed (depositIndex) TO TRUE
				SET DepositPaymentNotSeen (depositIndex) TO TRUE
				SET DepositEntryFound TO TRUE
			ELSE
				DISPLAY "TAXDEP: DEPOSIT TABLE FULL, " wantedTaxType
					" " wantedStateCode " DUE " wantedDueDate
					" NOT SCHEDULED"
			END-IF
		WHEN depositTaxType (depositIndex) = wantedTaxType
				AND depositStateCode (depositIndex) = wantedStateCode
				AND depositDueDate (depositIndex) = wantedDueDate
				AND depositPeriodEndDate (depositIndex)
					= wantedPeriodEndDate
			SET DepositEntryFound TO TRUE
			IF DepositFromLog (depositIndex)
				MOVE ZEROS TO depositLiability (depositIndex)
					depositWithholding (depositIndex)
					depositFica (depositIndex)
				SET DepositComputed (depositIndex) TO TRUE
			END-IF
	END-SEARCH.

Compute-Federal-Due-Date.
	MOVE wantedPayDate TO dueBaseDate.
	IF SemiweeklyDepositor
		COMPUTE dueDayNumber = FUNCTION INTEGER-OF-DATE (dueBaseDate)
		PERFORM Compute-Day-Of-Week
		MOVE semiweeklyOffset (dueDayOfWeek + 1) TO dueDayOffset
		ADD dueDayOffset TO dueDayNumber
		COMPUTE dueResultDate = FUNCTION DATE-OF-INTEGER (dueDayNumber)
	ELSE
		MOVE dueBaseYear TO dueResultYear
		COMPUTE dueResultMonth = dueBaseMonth + 1
		IF dueBaseMonth = 12
			COMPUTE dueResultYear = dueBaseYear + 1
			MOVE 1 TO dueResultMonth
		END-IF
		MOVE 15 TO dueResultDay
		PERFORM Roll-Due-Date-Past-Weekend
	END-IF.

Compute-Quarter-Dates.
	MOVE historyDateValue TO dueBaseDate.
	COMPUTE dueQuarter = (dueBaseMonth + 2) / 3.
	MOVE dueBaseYear TO quarterEndDate (1:4).
	MOVE quarterEndMonthDay (dueQuarter) TO quarterEndDate (5:4).
	MOVE dueBaseYear TO dueResultYear.
	IF dueQuarter = 4
		COMPUTE dueResultYear = dueBaseYear + 1
	END-IF.
	MOVE quarterDueMonthDay (dueQuarter) TO dueResultDate (5:4).
	PERFORM Roll-Due-Date-Past-Weekend.
	MOVE dueResultDate TO quarterDueDate.

Roll-Due-Date-Past-Weekend.
	COMPUTE dueDayNumber = FUNCTION INTEGER-OF-DATE (dueResultDate).
	PERFORM Compute-Day-Of-Week.
	EVALUATE dueDayOfWeek
		WHEN 5
			ADD 2 TO dueDayNumber
		WHEN 6
			ADD 1 TO dueDayNumber
	END-EVALUATE.
	COMPUTE dueResultDate = FUNCTION DATE-OF-INTEGER (dueDayNumber).

Compute-Day-Of-Week.
	SUBTRACT 1 FROM dueDayNumber GIVING dueWeekCount.
	DIVIDE dueWeekCount BY 7
		GIVING dueWeekCount
		REMAINDER dueDayOfWeek.

Apply-Deposit-Payments.
	OPEN INPUT DepositPaymentFile.
	SET PaymentMoreRecords TO TRUE.
	PERFORM Apply-Deposit-Payment
		UNTIL PaymentEndOfFile.
	CLOSE DepositPaymentFile.

Apply-Deposit-Payment.
	READ DepositPaymentFile
		AT END
			SET PaymentEndOfFile TO TRUE
		NOT AT END
			PERFORM Match-Deposit-Payment
	END-READ.

Match-Deposit-Payment.
	IF paymentStateCode = SPACES AND paymentTaxType NOT = "FED"
			AND paymentTaxType NOT = "FUT"
		MOVE "--" TO paymentStateCode
	END-IF.
	IF paymentDueDate IS NOT NUMERIC OR paymentPaidDate IS NOT NUMERIC
			OR paymentAmount IS NOT NUMERIC
		ADD 1 TO paymentErrorCount
		STRING "PAYMENT REJECTED - BAD DATE OR AMOUNT: "
			DELIMITED BY SIZE
		depositPaymentRecord DELIMITED BY SIZE
		INTO depositReportRecord
		PERFORM Write-Deposit-Line
	ELSE
		IF paymentPeriodEndDate IS NUMERIC
			MOVE paymentPeriodEndDate TO wantedPeriodEndDate
		ELSE
			MOVE ZEROS TO wantedPeriodEndDate
		END-IF
		SET DepositEntryMissing TO TRUE
		SET depositIndex TO 1
		SEARCH depositEntry
			WHEN depositTaxType (depositIndex) = paymentTaxType
					AND depositStateCode (depositIndex) = paymentStateCode
					AND depositDueDate (depositIndex) = paymentDueDate
					AND (wantedPeriodEndDate = ZEROS
						OR depositPeriodEndDate (depositIndex)
							= wantedPeriodEndDate)
				SET DepositEntryFound TO TRUE
		END-SEARCH
		IF DepositEntryFound
			PERFORM Post-Deposit-Payment
		ELSE
			ADD 1 TO paymentErrorCount
			STRING "PAYMENT REJECTED - NO DEPOSIT ON FILE: "
				DELIMITED BY SIZE
			paymentTaxType DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			paymentStateCode DELIMITED BY SIZE
			" DUE " DELIMITED BY SIZE
			paymentDueDate DELIMITED BY SIZE
			INTO depositReportRecord
			PERFORM Write-Deposit-Line
		END-IF
	END-IF.

Post-Deposit-Payment.
	IF NOT DepositPaymentSeen (depositIndex)
		MOVE ZEROS TO depositPaidDate (depositIndex)
			depositPaidAmount (depositIndex)
		MOVE SPACES TO depositConfirmation (depositIndex)
		SET DepositPaymentSeen (depositIndex) TO TRUE
	END-IF.
	ADD paymentAmount TO depositPaidAmount (depositIndex).
	IF paymentPaidDate >= depositPaidDate (depositIndex)
		MOVE paymentPaidDate TO depositPaidDate (depositIndex)
		MOVE paymentConfirmation TO depositConfirmation (depositIndex)
	END-IF.
	ADD 1 TO paymentAppliedCount.

Sort-Pay-Date-Table.
	PERFORM Sort-Pay-Date-Pass
		VARYING payDateSortOuterIndex FROM 1 BY 1
		UNTIL payDateSortOuterIndex >= payDateCount.

Sort-Pay-Date-Pass.
	MOVE payDateSortOuterIndex TO payDateSortMinIndex.
	PERFORM Find-Earliest-Pay-Date
		VARYING payDateSortInnerIndex
		FROM payDateSortOuterIndex BY 1
		UNTIL payDateSortInnerIndex > payDateCount.
	IF payDateSortMinIndex NOT = payDateSortOuterIndex
		MOVE payDateEntry (payDateSortMinIndex) TO payDateSwapArea
		MOVE payDateEntry (payDateSortOuterIndex)
			TO payDateEntry (payDateSortMinIndex)
		MOVE payDateSwapArea TO payDateEntry (payDateSortOuterIndex)
	END-IF.

Find-Earliest-Pay-Date.
	IF payDateValue (payDateSortInnerIndex)
			< payDateValue (payDateSortMinIndex)
		MOVE payDateSortInnerIndex TO payDateSortMinIndex
	END-IF.

Sort-Deposit-Table.
	PERFORM Sort-Deposit-Pass
		VARYING depositSortOuterIndex FROM 1 BY 1
		UNTIL depositSortOuterIndex >= depositCount.

Sort-Deposit-Pass.
	MOVE depositSortOuterIndex TO depositSortMinIndex.
	MOVE SPACES TO depositSortMinKey.
	STRING depositDueDate (depositSortMinIndex) DELIMITED BY SIZE
	depositTaxType (depositSortMinIndex) DELIMITED BY SIZE
	depositStateCode (depositSortMinIndex) DELIMITED BY SIZE
	INTO depositSortMinKey.
	PERFORM Find-Earliest-Deposit
		VARYING depositSortInnerIndex
		FROM depositSortOuterIndex BY 1
		UNTIL depositSortInnerIndex > depositCount.
	IF depositSortMinIndex NOT = depositSortOuterIndex
		MOVE depositEntry (depositSortMinIndex) TO depositSwapArea
		MOVE depositEntry (depositSortOuterIndex)
			TO depositEntry (depositSortMinIndex)
		MOVE depositSwapArea TO depositEntry (depositSortOuterIndex)
	END-IF.

Find-Earliest-Deposit.
	MOVE SPACES TO depositSortKey.
	STRING depositDueDate (depositSortInnerIndex) DELIMITED BY SIZE
	depositTaxType (depositSortInnerIndex) DELIMITED BY SIZE
	depositStateCode (depositSortInnerIndex) DELIMITED BY SIZE
	INTO depositSortKey.
	IF depositSortKey < depositSortMinKey
		MOVE depositSortInnerIndex TO depositSortMinIndex
		MOVE depositSortKey TO depositSortMinKey
	END-IF.

Write-Report-Header.
	MOVE SPACES TO depositReportRecord.
	STRING "TAX DEPOSIT SCHEDULE " DELIMITED BY SIZE
	fromDate DELIMITED BY SIZE
	" TO " DELIMITED BY SIZE
	toDate DELIMITED BY SIZE
	"   AS OF " DELIMITED BY SIZE
	asOfDate DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	IF SemiweeklyDepositor
		MOVE "FEDERAL DEPOSIT SCHEDULE: SEMIWEEKLY"
			TO depositReportRecord
	ELSE
		MOVE "FEDERAL DEPOSIT SCHEDULE: MONTHLY"
			TO depositReportRecord
	END-IF.
	PERFORM Write-Deposit-Line.
	PERFORM Write-Deposit-Line.

Write-Pay-Date-Section.
	MOVE "FEDERAL LIABILITY BY PAY DATE" TO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE "PAY DATE  ROWS   FEDERAL WH     EE FICA     ER FICA"
		TO depositReportRecord.
	MOVE "   LIABILITY      VOIDED  DUE DATE"
		TO depositReportRecord (52:35).
	PERFORM Write-Deposit-Line.
	PERFORM Write-Pay-Date-Line
		VARYING payDatePrintIndex FROM 1 BY 1
		UNTIL payDatePrintIndex > payDateCount.
	PERFORM Write-Deposit-Line.

Write-Pay-Date-Line.
	MOVE payDateRowCount (payDatePrintIndex) TO depositCountFormatted.
	MOVE payDateFederal (payDatePrintIndex) TO amountFormatted.
	MOVE payDateEmployeeFica (payDatePrintIndex)
		TO secondAmountFormatted.
	MOVE payDateEmployerFica (payDatePrintIndex)
		TO thirdAmountFormatted.
	MOVE payDateLiability (payDatePrintIndex) TO fourthAmountFormatted.
	MOVE payDateVoided (payDatePrintIndex) TO fifthAmountFormatted.
	STRING payDateValue (payDatePrintIndex) DELIMITED BY SIZE
	depositCountFormatted DELIMITED BY SIZE
	"  " DELIMITED BY SIZE
	amountFormatted DELIMITED BY SIZE
	"  " DELIMITED BY SIZE
	secondAmountFormatted DELIMITED BY SIZE
	"  " DELIMITED BY SIZE
	thirdAmountFormatted DELIMITED BY SIZE
	"  " DELIMITED BY SIZE
	fourthAmountFormatted DELIMITED BY SIZE
	"  " DELIMITED BY SIZE
	fifthAmountFormatted DELIMITED BY SIZE
	"  " DELIMITED BY SIZE
	payDateDueDate (payDatePrintIndex) DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.

Write-Deposit-Section.
	MOVE "DEPOSITS DUE" TO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE "TYPE ST DUE DATE   PERIOD     LIABILITY        PAID"
		TO depositReportRecord.
	MOVE "  PAID ON   STATUS         CONFIRMATION"
		TO depositReportRecord (52:39).
	PERFORM Write-Deposit-Line.
	PERFORM Write-Deposit-Status-Line
		VARYING depositPrintIndex FROM 1 BY 1
		UNTIL depositPrintIndex > depositCount.
	PERFORM Write-Deposit-Line.

Write-Deposit-Status-Line.
	SET depositIndex TO depositPrintIndex.
	PERFORM Set-Deposit-Status.
	IF DepositComputed (depositIndex) OR depositOutstanding > 0
		MOVE depositLiability (depositIndex) TO amountFormatted
		MOVE depositPaidAmount (depositIndex) TO secondAmountFormatted
		IF depositPaidDate (depositIndex) = ZEROS
			MOVE SPACES TO paidDateText
		ELSE
			MOVE depositPaidDate (depositIndex) TO paidDateText
		END-IF
		STRING depositTaxType (depositIndex) DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		depositStateCode (depositIndex) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		depositDueDate (depositIndex) DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		depositPeriodEndDate (depositIndex) DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		amountFormatted DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		secondAmountFormatted DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		paidDateText DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		depositStatusText DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		depositConfirmation (depositIndex) DELIMITED BY SIZE
		INTO depositReportRecord
		PERFORM Write-Deposit-Line
		IF depositOutstanding > 0
			ADD 1 TO openDepositCount
			ADD depositOutstanding TO totalOutstanding
		END-IF
		IF DepositIsLate
			ADD 1 TO lateDepositCount
		END-IF
	END-IF.

Set-Deposit-Status.
	MOVE ZEROS TO depositOutstanding.
	SET DepositNotLate TO TRUE.
	IF depositPaidAmount (depositIndex) < depositLiability (depositIndex)
		COMPUTE depositOutstanding = depositLiability (depositIndex)
			- depositPaidAmount (depositIndex)
	END-IF.
	EVALUATE TRUE
		WHEN depositLiability (depositIndex) = ZEROS
				AND depositPaidAmount (depositIndex) = ZEROS
			MOVE "NO LIABILITY" TO depositStatusText
		WHEN depositPaidAmount (depositIndex) = ZEROS
				AND depositDueDate (depositIndex) < asOfDate
			MOVE "UNPAID - LATE" TO depositStatusText
			SET DepositIsLate TO TRUE
		WHEN depositPaidAmount (depositIndex) = ZEROS
			MOVE "DUE" TO depositStatusText
		WHEN depositOutstanding > 0
				AND depositDueDate (depositIndex) < asOfDate
			MOVE "SHORT - LATE" TO depositStatusText
			SET DepositIsLate TO TRUE
		WHEN depositOutstanding > 0
			MOVE "SHORT" TO depositStatusText
		WHEN depositPaidDate (depositIndex)
				> depositDueDate (depositIndex)
			MOVE "PAID LATE" TO depositStatusText
		WHEN depositPaidAmount (depositIndex)
				> depositLiability (depositIndex)
			MOVE "OVERPAID" TO depositStatusText
		WHEN OTHER
			MOVE "PAID" TO depositStatusText
	END-EVALUATE.

Write-Eftps-File.
	OPEN OUTPUT EftpsFile.
	PERFORM Write-Eftps-Payment
		VARYING depositPrintIndex FROM 1 BY 1
		UNTIL depositPrintIndex > depositCount.
	CLOSE EftpsFile.

Write-Eftps-Payment.
	SET depositIndex TO depositPrintIndex.
	PERFORM Set-Deposit-Status.
	IF (FederalDeposit (depositIndex) OR FutaDeposit (depositIndex))
			AND depositOutstanding > 0
		MOVE SPACES TO eftpsRecord
		MOVE "P" TO eftpsRecordType
		MOVE employerEin TO eftpsEin
		MOVE depositPeriodEndDate (depositIndex) TO dueBaseDate
		IF FederalDeposit (depositIndex)
			MOVE "941  " TO eftpsTaxForm
			COMPUTE eftpsTaxPeriod = dueBaseYear * 100 + dueBaseMonth
		ELSE
			MOVE "940  " TO eftpsTaxForm
			COMPUTE eftpsTaxPeriod = dueBaseYear * 100 + 12
		END-IF
		IF depositDueDate (depositIndex) < asOfDate
			MOVE asOfDate TO eftpsSettlementDate
		ELSE
			MOVE depositDueDate (depositIndex) TO eftpsSettlementDate
		END-IF
		COMPUTE eftpsAmountCents = depositOutstanding * 100
		IF depositPaidAmount (depositIndex) = ZEROS
			COMPUTE eftpsFicaCents = depositFica (depositIndex) * 100
			COMPUTE eftpsWithholdingCents =
				depositWithholding (depositIndex) * 100
		ELSE
			MOVE ZEROS TO eftpsFicaCents eftpsWithholdingCents
		END-IF
		MOVE depositDueDate (depositIndex) TO eftpsDueDate
		WRITE eftpsRecord
		ADD 1 TO eftpsPaymentCount
		ADD depositOutstanding TO totalEftpsAmount
	END-IF.

Write-Deposit-Totals.
	MOVE totalFederalLiability TO totalAmountFormatted.
	STRING "FEDERAL LIABILITY:     " DELIMITED BY SIZE
	totalAmountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE totalVoidedLiability TO totalAmountFormatted.
	STRING "VOIDED, NOT DEPOSITED: " DELIMITED BY SIZE
	totalAmountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE totalOutstanding TO totalAmountFormatted.
	STRING "OUTSTANDING:           " DELIMITED BY SIZE
	totalAmountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE totalEftpsAmount TO totalAmountFormatted.
	STRING "EFTPS PAYMENTS:        " DELIMITED BY SIZE
	totalAmountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE historyRowCount TO depositCountFormatted.
	STRING "HISTORY ROWS READ:     " DELIMITED BY SIZE
	depositCountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE voidedRowCount TO depositCountFormatted.
	STRING "VOIDED ROWS:           " DELIMITED BY SIZE
	depositCountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE openDepositCount TO depositCountFormatted.
	STRING "OPEN DEPOSITS:         " DELIMITED BY SIZE
	depositCountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE lateDepositCount TO depositCountFormatted.
	STRING "LATE DEPOSITS:         " DELIMITED BY SIZE
	depositCountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE paymentAppliedCount TO depositCountFormatted.
	STRING "PAYMENTS APPLIED:      " DELIMITED BY SIZE
	depositCountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.
	MOVE paymentErrorCount TO depositCountFormatted.
	STRING "PAYMENTS REJECTED:     " DELIMITED BY SIZE
	depositCountFormatted DELIMITED BY SIZE
	INTO depositReportRecord.
	PERFORM Write-Deposit-Line.

Rewrite-Deposit-Log.
	OPEN OUTPUT DepositLogFile.
	PERFORM Write-Deposit-Log-Row
		VARYING depositPrintIndex FROM 1 BY 1
		UNTIL depositPrintIndex > depositCount.
	CLOSE DepositLogFile.

Write-Deposit-Log-Row.
	SET depositIndex TO depositPrintIndex.
	MOVE depositTaxType (depositIndex) TO logTaxType.
	MOVE depositStateCode (depositIndex) TO logStateCode.
	MOVE depositDueDate (depositIndex) TO logDueDate.
	MOVE depositPeriodEndDate (depositIndex) TO logPeriodEndDate.
	MOVE depositLiability (depositIndex) TO logLiability.
	MOVE depositWithholding (depositIndex) TO logWithholding.
	MOVE depositFica (depositIndex) TO logFica.
	MOVE depositPaidDate (depositIndex) TO logPaidDate.
	MOVE depositPaidAmount (depositIndex) TO logPaidAmount.
	MOVE depositConfirmation (depositIndex) TO logConfirmation.
	WRITE depositLogRecord.

Write-Deposit-Line.
	WRITE depositReportRecord.
	MOVE SPACES TO depositReportRecord.
