IDENTIFICATION DIVISION.
PROGRAM-ID. LaborAccrual.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EmployeeMaster ASSIGN TO "employee_master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS masterEmployeeID
			FILE STATUS IS MasterFileStatus.
	SELECT PayHistoryFile ASSIGN TO "pay_history.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS historyKey
			FILE STATUS IS HistoryFileStatus.
	SELECT CalendarFile ASSIGN TO "pay_calendar.dat"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS calendarFileStatus.
	SELECT RateControlFile ASSIGN TO "payroll_control.dat"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS rateControlFileStatus.
	SELECT OPTIONAL GlExtractFile ASSIGN TO "payroll_gl_extract.txt"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT AccrualJournalFile ASSIGN TO "labor_accrual_journal.txt"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT AccrualSummaryFile ASSIGN TO "labor_accrual_summary.txt"
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EmployeeMaster.
01 masterRecord.
	05 masterEmployeeID		PIC 9(5).
	05 masterEmployeeName		PIC X(20).
	05 ytdGrossPay				PIC 9(8)V99.
	05 ytdHoursWorked			PIC 9(6)V99.
	05 ytdFederalWithholding	PIC 9(8)V99.
	05 ytdStateWithholding		PIC 9(8)V99.
	05 ytdFICAWithholding		PIC 9(8)V99.
	05 ytdNetPay				PIC 9(8)V99.
	05 masterLastAppliedRecordCount	PIC 9(6).
	05 masterLastAppliedPeriod	PIC X(8).
	05 masterEmploymentStatus	PIC X.
		88 ActiveEmployee		VALUE "A".
		88 TerminatedEmployee	VALUE "T".
	05 masterRoutingNumber		PIC 9(9).
	05 masterAccountNumber		PIC X(17).
	05 masterFilingStatus		PIC X.
		88 FilingSingle			VALUE "S".
		88 FilingMarried		VALUE "M".
	05 masterAllowances			PIC 9(2).
	05 masterVacationBalance	PIC 9(4)V99.
	05 masterSickBalance		PIC 9(4)V99.
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

FD CalendarFile.
01 calendarRecord.
	05 calendarPeriodEndDate		PIC 9(8).

FD GlExtractFile.
01 glExtractRecord PIC X(100).

FD AccrualJournalFile.
01 accrualJournalRecord PIC X(120).

FD AccrualSummaryFile.
01 accrualSummaryRecord PIC X(120).

WORKING-STORAGE SECTION.

01 MasterFileStatus PIC XX VALUE ZEROS.
	88 MasterFileOK VALUE "00".
01 HistoryFileStatus PIC XX VALUE ZEROS.
	88 HistoryFileOK VALUE "00".
01 calendarFileStatus PIC XX VALUE ZEROS.
	88 CalendarFileOK VALUE "00".
01 rateControlFileStatus PIC XX VALUE ZEROS.
	88 RateControlFileOK VALUE "00".
01 fileSwitches.
	05 masterEOFSwitch				PIC X VALUE "N".
		88 MasterEndOfFile			VALUE "Y".
		88 MasterMoreRecords		VALUE "N".
	05 historyEOFSwitch				PIC X VALUE "N".
		88 HistoryEndOfFile			VALUE "Y".
		88 HistoryMoreRecords		VALUE "N".
	05 calendarEOFSwitch			PIC X VALUE "N".
		88 CalendarEndOfFile		VALUE "Y".
		88 CalendarMoreRecords		VALUE "N".
	05 controlEOFSwitch				PIC X VALUE "N".
		88 ControlEndOfFile			VALUE "Y".
		88 ControlMoreRecords		VALUE "N".
	05 glEOFSwitch					PIC X VALUE "N".
		88 GlEndOfFile				VALUE "Y".
		88 GlMoreRecords			VALUE "N".
	05 controlRowSwitch				PIC X VALUE "N".
		88 ControlRowFound			VALUE "Y".
		88 ControlRowNotFound		VALUE "N".
	05 spanningPeriodSwitch			PIC X VALUE "N".
		88 SpanningPeriodFound		VALUE "Y".
		88 SpanningPeriodNotFound	VALUE "N".
01 accrualRequest.
	05 commandLineBuffer			PIC X(40) VALUE SPACES.
	05 monthEndToken				PIC X(8) VALUE SPACES.
	05 accrualTodayDate				PIC X(8) VALUE SPACES.
	05 monthEndDate					PIC 9(8) VALUE ZEROS.
	05 reversalDate					PIC 9(8) VALUE ZEROS.
	05 periodStartDate				PIC 9(8) VALUE ZEROS.
	05 periodEndDate				PIC 9(8) VALUE ZEROS.
	05 priorPeriodEndDate			PIC 9(8) VALUE ZEROS.
	05 sampleFromDate				PIC 9(8) VALUE ZEROS.
	05 sampleDays					PIC 9(3) VALUE 91.
01 accrualDates.
	05 dateWork						PIC 9(8) VALUE ZEROS.
	05 dateWorkParts REDEFINES dateWork.
		10 dateWorkYear				PIC 9(4).
		10 dateWorkMonth			PIC 9(2).
		10 dateWorkDay				PIC 9(2).
	05 dayNumber					PIC 9(7) VALUE ZEROS.
	05 countFromDayNumber			PIC 9(7) VALUE ZEROS.
	05 countToDayNumber				PIC 9(7) VALUE ZEROS.
	05 dayWeekCount					PIC 9(7) VALUE ZEROS.
	05 dayOfWeek					PIC 9 VALUE ZEROS.
		88 WeekendDay				VALUE 5 6.
	05 workdayCount					PIC 9(3) VALUE ZEROS.
	05 unpaidWorkdays				PIC 9(3) VALUE ZEROS.
	05 periodWorkdays				PIC 9(3) VALUE ZEROS.
01 accrualControls.
	05 selectedEffectiveDate		PIC 9(8) VALUE ZEROS.
	05 ficaRate						PIC V9999 VALUE ZEROS.
	05 ficaWageBase					PIC 9(8)V99 VALUE ZEROS.
	05 futaRate						PIC V9999 VALUE ZEROS.
	05 futaWageBase					PIC 9(8)V99 VALUE ZEROS.
	05 sutaRate						PIC V9999 VALUE ZEROS.
	05 sutaWageBase					PIC 9(8)V99 VALUE ZEROS.
01 employeeAccrual.
	05 sampleRowCount				PIC 9(3) VALUE ZEROS.
	05 sampleGrossTotal				PIC 9(8)V99 VALUE ZEROS.
	05 sampleHoursTotal				PIC 9(6)V99 VALUE ZEROS.
	05 sampleLastRate				PIC 9(4)V99 VALUE ZEROS.
	05 accrualAmount				PIC 9(6)V99 VALUE ZEROS.
	05 accrualHours					PIC 9(4)V99 VALUE ZEROS.
	05 burdenWageBase				PIC 9(8)V99 VALUE ZEROS.
	05 burdenRate					PIC V9999 VALUE ZEROS.
	05 burdenTaxable				PIC 9(6)V99 VALUE ZEROS.
	05 burdenRoom					PIC S9(8)V99 VALUE ZEROS.
	05 burdenPiece					PIC 9(6)V99 VALUE ZEROS.
	05 accrualBurden				PIC 9(6)V99 VALUE ZEROS.
01 deptSplitWork.
	05 splitWorkedTotal				PIC 9(8)V99 VALUE ZEROS.
	05 splitOtherTotal				PIC 9(8)V99 VALUE ZEROS.
	05 splitBasisTotal				PIC 9(8)V99 VALUE ZEROS.
	05 splitBasisAmount				PIC 9(8)V99 VALUE ZEROS.
	05 splitEntryCount				PIC 9(3) VALUE ZEROS.
	05 splitEntryNumber				PIC 9(3) VALUE ZEROS.
	05 splitRemainingAmount			PIC 9(6)V99 VALUE ZEROS.
	05 splitRemainingHours			PIC 9(4)V99 VALUE ZEROS.
	05 splitRemainingBurden			PIC 9(6)V99 VALUE ZEROS.
	05 splitAmount					PIC 9(6)V99 VALUE ZEROS.
	05 splitHours					PIC 9(4)V99 VALUE ZEROS.
	05 splitBurden					PIC 9(6)V99 VALUE ZEROS.
	05 splitDeptCode				PIC X(4) VALUE SPACES.
	05 splitBasisSwitch				PIC X VALUE "W".
		88 SplitOnWorkedLines		VALUE "W".
		88 SplitOnOtherLines		VALUE "O".
01 glFields.
	05 glFieldID					PIC X(20).
	05 glFieldName					PIC X(24).
	05 glFieldDept					PIC X(8).
	05 glFieldHours					PIC X(12).
	05 glFieldRate					PIC X(12).
	05 glFieldAmountText			PIC X(16).
	05 glFieldBurdenText			PIC X(16).
	05 glLineEmployeeID				PIC 9(5) VALUE ZEROS.
	05 glLineAmount					PIC 9(8)V99 VALUE ZEROS.
	05 glLineSignedAmount			PIC S9(8)V99 VALUE ZEROS.
	05 glLineHours					PIC 9(6)V99 VALUE ZEROS.
	05 glScanIndex					PIC 9(4) VALUE ZEROS.
01 glDeptTable.
	05 glDeptCount					PIC 9(4) VALUE ZEROS.
	05 glDeptEntry OCCURS 1 TO 5000 TIMES
			DEPENDING ON glDeptCount
			INDEXED BY glDeptIndex.
		10 glDeptEmployeeID			PIC 9(5).
		10 glDeptCode				PIC X(4).
		10 glDeptWorkedAmount		PIC 9(8)V99.
		10 glDeptOtherAmount		PIC 9(8)V99.
01 journalTable.
	05 journalCount					PIC 9(5) VALUE ZEROS.
	05 journalEntry OCCURS 1 TO 20000 TIMES
			DEPENDING ON journalCount
			INDEXED BY journalIndex.
		10 journalEmployeeID		PIC 9(5).
		10 journalEmployeeName		PIC X(20).
		10 journalDeptCode			PIC X(4).
		10 journalHours				PIC 9(4)V99.
		10 journalRate				PIC 9(4)V99.
		10 journalAmount			PIC 9(6)V99.
		10 journalBurden			PIC 9(6)V99.
01 journalWork.
	05 journalPrintIndex			PIC 9(5) VALUE ZEROS.
	05 journalEntryDate				PIC 9(8) VALUE ZEROS.
	05 journalEntryType				PIC X(4) VALUE SPACES.
		88 AccrualEntry				VALUE "ACCR".
		88 ReversalEntry			VALUE "REVR".
	05 journalIDText				PIC 9(5).
	05 hoursWorkedFormatted			PIC Z(4).99.
	05 rateFormatted				PIC Z(4).99.
	05 glShareFormatted				PIC -(7).99.
	05 glBurdenFormatted			PIC -(7).99.
	05 journalOverflowCount			PIC 9(5) VALUE ZEROS.
01 deptSummaryTable.
	05 deptSummaryCount				PIC 9(3) VALUE ZEROS.
	05 deptSummaryEntry OCCURS 1 TO 200 TIMES
			DEPENDING ON deptSummaryCount
			INDEXED BY deptSummaryIndex.
		10 deptSummaryCode			PIC X(4).
		10 deptSummaryEmployees		PIC 9(5).
		10 deptSummaryHours			PIC 9(6)V99.
		10 deptSummaryAmount		PIC 9(8)V99.
		10 deptSummaryBurden		PIC 9(8)V99.
01 deptSummarySortWork.
	05 deptSortOuterIndex			PIC 9(3) VALUE ZEROS.
	05 deptSortInnerIndex			PIC 9(3) VALUE ZEROS.
	05 deptSortMinIndex				PIC 9(3) VALUE ZEROS.
	05 deptPrintIndex				PIC 9(3) VALUE ZEROS.
	05 deptSwapArea					PIC X(37).
01 accrualCounts.
	05 mastersReadCount				PIC 9(6) VALUE ZEROS.
	05 employeesAccruedCount		PIC 9(6) VALUE ZEROS.
	05 noHistoryCount				PIC 9(6) VALUE ZEROS.
	05 totalAccrualHours			PIC 9(8)V99 VALUE ZEROS.
	05 totalAccrualAmount			PIC 9(8)V99 VALUE ZEROS.
	05 totalAccrualBurden			PIC 9(8)V99 VALUE ZEROS.
01 summaryFormats.
	05 countFormatted				PIC Z(5)9.
	05 daysFormatted				PIC ZZ9.
	05 periodDaysFormatted			PIC ZZ9.
	05 summaryHoursFormatted		PIC Z(7)9.99.
	05 summaryAmountFormatted		PIC Z(7)9.99.
	05 summaryBurdenFormatted		PIC Z(7)9.99.
	05 summaryTotalFormatted		PIC Z(7)9.99.

PROCEDURE DIVISION.
Main-Logic.
	PERFORM Accept-Accrual-Request.
	PERFORM Find-Spanning-Period.
	IF SpanningPeriodFound
		PERFORM Count-Period-Workdays
	END-IF.
	PERFORM Load-Accrual-Controls.

	OPEN OUTPUT AccrualJournalFile
		 OUTPUT AccrualSummaryFile.
	PERFORM Write-Summary-Header.

	IF SpanningPeriodFound
		PERFORM Load-Gl-Departments
		OPEN INPUT EmployeeMaster
		IF NOT MasterFileOK
			DISPLAY "LABORACC: CANNOT OPEN EMPLOYEE MASTER, STATUS "
				MasterFileStatus
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN INPUT PayHistoryFile
		IF NOT HistoryFileOK
			DISPLAY "LABORACC: CANNOT OPEN PAY HISTORY, STATUS "
				HistoryFileStatus
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		SET MasterMoreRecords TO TRUE
		MOVE ZEROS TO masterEmployeeID
		START EmployeeMaster KEY IS >= masterEmployeeID
			INVALID KEY
				SET MasterEndOfFile TO TRUE
		END-START
		PERFORM Accrue-Master-Row
			UNTIL MasterEndOfFile
		CLOSE EmployeeMaster
			  PayHistoryFile
		PERFORM Write-Accrual-Journal
		PERFORM Sort-Dept-Summary
		PERFORM Write-Dept-Summary
	END-IF.

	PERFORM Write-Summary-Totals.
	CLOSE AccrualJournalFile
		  AccrualSummaryFile.

	IF journalOverflowCount > 0
		MOVE 4 TO RETURN-CODE
	END-IF.
STOP RUN.

Accept-Accrual-Request.
	ACCEPT commandLineBuffer FROM COMMAND-LINE.
	UNSTRING commandLineBuffer DELIMITED BY ALL " "
		INTO monthEndToken.
	ACCEPT accrualTodayDate FROM DATE YYYYMMDD.
	IF monthEndToken = SPACES OR monthEndToken = ZEROS
		MOVE accrualTodayDate TO dateWork
		MOVE 1 TO dateWorkDay
		COMPUTE dayNumber = FUNCTION INTEGER-OF-DATE (dateWork) - 1
		COMPUTE monthEndDate = FUNCTION DATE-OF-INTEGER (dayNumber)
	ELSE
		IF monthEndToken IS NOT NUMERIC
			DISPLAY "LABORACC: MONTH-END DATE MUST BE YYYYMMDD"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE monthEndToken TO dateWork
		IF dateWorkMonth < 1 OR dateWorkMonth > 12
			DISPLAY "LABORACC: MONTH-END DATE MUST BE YYYYMMDD"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE 1 TO dateWorkDay
		IF dateWorkMonth = 12
			ADD 1 TO dateWorkYear
			MOVE 1 TO dateWorkMonth
		ELSE
			ADD 1 TO dateWorkMonth
		END-IF
		COMPUTE dayNumber = FUNCTION INTEGER-OF-DATE (dateWork) - 1
		COMPUTE monthEndDate = FUNCTION DATE-OF-INTEGER (dayNumber)
	END-IF.
	COMPUTE dayNumber = FUNCTION INTEGER-OF-DATE (monthEndDate) + 1.
	COMPUTE reversalDate = FUNCTION DATE-OF-INTEGER (dayNumber).
	COMPUTE dayNumber =
		FUNCTION INTEGER-OF-DATE (monthEndDate) - sampleDays + 1.
	COMPUTE sampleFromDate = FUNCTION DATE-OF-INTEGER (dayNumber).

Find-Spanning-Period.
	OPEN INPUT CalendarFile.
	IF NOT CalendarFileOK
		DISPLAY "LABORACC: CANNOT OPEN PAY CALENDAR, STATUS "
			calendarFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	SET CalendarMoreRecords TO TRUE.
	PERFORM Read-Calendar-Row
		UNTIL CalendarEndOfFile.
	CLOSE CalendarFile.

	IF periodEndDate > ZEROS
		IF priorPeriodEndDate = ZEROS
			DISPLAY "LABORACC: NO PAY PERIOD ON THE CALENDAR ENDS"
				" BEFORE " monthEndDate ", PERIOD START UNKNOWN"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF priorPeriodEndDate < monthEndDate
			SET SpanningPeriodFound TO TRUE
			COMPUTE dayNumber =
				FUNCTION INTEGER-OF-DATE (priorPeriodEndDate) + 1
			COMPUTE periodStartDate =
				FUNCTION DATE-OF-INTEGER (dayNumber)
		END-IF
	ELSE
		DISPLAY "LABORACC: NO PAY PERIOD ON THE CALENDAR ENDS AFTER "
			monthEndDate
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

Read-Calendar-Row.
	READ CalendarFile
		AT END
			SET CalendarEndOfFile TO TRUE
		NOT AT END
			IF calendarPeriodEndDate IS NUMERIC
				PERFORM Note-Calendar-Row
			END-IF
	END-READ.

Note-Calendar-Row.
	IF calendarPeriodEndDate > monthEndDate
		IF periodEndDate = ZEROS
				OR calendarPeriodEndDate < periodEndDate
			MOVE calendarPeriodEndDate TO periodEndDate
		END-IF
	ELSE
		IF calendarPeriodEndDate > priorPeriodEndDate
			MOVE calendarPeriodEndDate TO priorPeriodEndDate
		END-IF
	END-IF.

Load-Accrual-Controls.
	OPEN INPUT RateControlFile.
	IF NOT RateControlFileOK
		DISPLAY "LABORACC: CANNOT OPEN RATE CONTROL FILE, STATUS "
			rateControlFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	SET ControlMoreRecords TO TRUE.
	PERFORM Read-Accrual-Control-Row
		UNTIL ControlEndOfFile.
	CLOSE RateControlFile.

	IF ControlRowNotFound
		DISPLAY "LABORACC: NO RATE CONTROL ROW COVERS "
			monthEndDate
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

Read-Accrual-Control-Row.
	READ RateControlFile
		AT END
			SET ControlEndOfFile TO TRUE
		NOT AT END
			IF controlEffectiveDate <= monthEndDate
					AND controlEffectiveDate >= selectedEffectiveDate
				SET ControlRowFound TO TRUE
				MOVE controlEffectiveDate TO selectedEffectiveDate
				MOVE controlFicaRate TO ficaRate
				IF controlFicaWageBase IS NUMERIC
					MOVE controlFicaWageBase TO ficaWageBase
				ELSE
					MOVE ZEROS TO ficaWageBase
				END-IF
				IF controlFutaRate IS NUMERIC
					MOVE controlFutaRate TO futaRate
				ELSE
					MOVE ZEROS TO futaRate
				END-IF
				IF controlFutaWageBase IS NUMERIC
					MOVE controlFutaWageBase TO futaWageBase
				ELSE
					MOVE ZEROS TO futaWageBase
				END-IF
				IF controlSutaRate IS NUMERIC
					MOVE controlSutaRate TO sutaRate
				ELSE
					MOVE ZEROS TO sutaRate
				END-IF
				IF controlSutaWageBase IS NUMERIC
					MOVE controlSutaWageBase TO sutaWageBase
				ELSE
					MOVE ZEROS TO sutaWageBase
				END-IF
			END-IF
	END-READ.

Count-Period-Workdays.
	COMPUTE countFromDayNumber =
		FUNCTION INTEGER-OF-DATE (periodStartDate).
	COMPUTE countToDayNumber = FUNCTION INTEGER-OF-DATE (monthEndDate).
	PERFORM Count-Workdays.
	MOVE workdayCount TO unpaidWorkdays.
	COMPUTE countToDayNumber = FUNCTION INTEGER-OF-DATE (periodEndDate).
	PERFORM Count-Workdays.
	MOVE workdayCount TO periodWorkdays.

Count-Workdays.
	MOVE ZEROS TO workdayCount.
	PERFORM Count-One-Day
		VARYING dayNumber FROM countFromDayNumber BY 1
		UNTIL dayNumber > countToDayNumber.

Count-One-Day.
	SUBTRACT 1 FROM dayNumber GIVING dayWeekCount.
	DIVIDE dayWeekCount BY 7
		GIVING dayWeekCount
		REMAINDER dayOfWeek.
	IF NOT WeekendDay
		ADD 1 TO workdayCount
	END-IF.

Load-Gl-Departments.
	OPEN INPUT GlExtractFile.
	SET GlMoreRecords TO TRUE.
	PERFORM Load-Gl-Line
		UNTIL GlEndOfFile.
	CLOSE GlExtractFile.

Load-Gl-Line.
	READ GlExtractFile
		AT END
			SET GlEndOfFile TO TRUE
		NOT AT END
			MOVE SPACES TO glFieldID glFieldName glFieldDept
				glFieldHours glFieldRate glFieldAmountText
				glFieldBurdenText
			UNSTRING glExtractRecord DELIMITED BY "|"
				INTO glFieldID glFieldName glFieldDept
					glFieldHours glFieldRate glFieldAmountText
					glFieldBurdenText
			IF glFieldID (1:5) IS NUMERIC
					AND glFieldAmountText NOT = SPACES
					AND glFieldName NOT = "VOID"
					AND glFieldDept NOT = "FINL"
					AND glFieldDept NOT = "OFFC"
				COMPUTE glLineSignedAmount =
					FUNCTION NUMVAL (glFieldAmountText)
				IF glLineSignedAmount NOT < 0
					PERFORM Add-Gl-Department
				END-IF
			END-IF
	END-READ.

Add-Gl-Department.
	MOVE glFieldID (1:5) TO glLineEmployeeID.
	MOVE glLineSignedAmount TO glLineAmount.
	IF glFieldHours = SPACES
		MOVE ZEROS TO glLineHours
	ELSE
		COMPUTE glLineHours = FUNCTION NUMVAL (glFieldHours)
	END-IF.
	SET glDeptIndex TO 1.
	SEARCH glDeptEntry
		AT END
			IF glDeptCount < 5000
				ADD 1 TO glDeptCount
				SET glDeptIndex TO glDeptCount
				MOVE glLineEmployeeID TO glDeptEmployeeID (glDeptIndex)
				MOVE glFieldDept TO glDeptCode (glDeptIndex)
				MOVE ZEROS TO glDeptWorkedAmount (glDeptIndex)
					glDeptOtherAmount (glDeptIndex)
				PERFORM Add-Gl-Department-Amount
			ELSE
				DISPLAY "LABORACC: GL DEPARTMENT TABLE FULL, EMPLOYEE "
					glLineEmployeeID " DEPARTMENT " glFieldDept
					" NOT LOADED"
			END-IF
		WHEN glDeptEmployeeID (glDeptIndex) = glLineEmployeeID
				AND glDeptCode (glDeptIndex) = glFieldDept
			PERFORM Add-Gl-Department-Amount
	END-SEARCH.

Add-Gl-Department-Amount.
	IF glLineHours > 0
		ADD glLineAmount TO glDeptWorkedAmount (glDeptIndex)
	ELSE
		ADD glLineAmount TO glDeptOtherAmount (glDeptIndex)
	END-IF.

Accrue-Master-Row.
	READ EmployeeMaster NEXT RECORD
		AT END
			SET MasterEndOfFile TO TRUE
		NOT AT END
			ADD 1 TO mastersReadCount
			IF NOT TerminatedEmployee
				PERFORM Accrue-Employee
			END-IF
	END-READ.

Accrue-Employee.
	MOVE ZEROS TO sampleRowCount sampleGrossTotal sampleHoursTotal
		sampleLastRate.
	PERFORM Sample-Employee-History.
	IF sampleRowCount = 0
		ADD 1 TO noHistoryCount
	ELSE
		IF periodWorkdays > 0
			COMPUTE accrualAmount ROUNDED =
				sampleGrossTotal * unpaidWorkdays
				/ (sampleRowCount * periodWorkdays)
			COMPUTE accrualHours ROUNDED =
				sampleHoursTotal * unpaidWorkdays
				/ (sampleRowCount * periodWorkdays)
		ELSE
			MOVE ZEROS TO accrualAmount accrualHours
		END-IF
		IF accrualAmount > 0
			PERFORM Compute-Accrual-Burden
			PERFORM Split-Employee-Accrual
			ADD 1 TO employeesAccruedCount
			ADD accrualHours TO totalAccrualHours
			ADD accrualAmount TO totalAccrualAmount
			ADD accrualBurden TO totalAccrualBurden
		END-IF
	END-IF.

Sample-Employee-History.
	SET HistoryMoreRecords TO TRUE.
	MOVE masterEmployeeID TO historyEmployeeID.
	MOVE sampleFromDate TO historyPeriodEndDate.
	START PayHistoryFile KEY IS >= historyKey
		INVALID KEY
			SET HistoryEndOfFile TO TRUE
	END-START.
	PERFORM Read-Sample-History-Row
		UNTIL HistoryEndOfFile.

Read-Sample-History-Row.
	READ PayHistoryFile NEXT RECORD
		AT END
			SET HistoryEndOfFile TO TRUE
		NOT AT END
			IF historyEmployeeID NOT = masterEmployeeID
				SET HistoryEndOfFile TO TRUE
			ELSE
				PERFORM Add-Sample-History-Row
			END-IF
	END-READ.

Add-Sample-History-Row.
	IF historyPeriodEndDate <= monthEndDate
			AND NOT HistoryVoided
			AND HistoryRegularPay
			AND NOT HistoryBackPay
		ADD 1 TO sampleRowCount
		ADD historyGrossPay TO sampleGrossTotal
		IF historyHoursWorked IS NUMERIC
			ADD historyHoursWorked TO sampleHoursTotal
		END-IF
		IF historyPayRate IS NUMERIC
			MOVE historyPayRate TO sampleLastRate
		ELSE
			MOVE ZEROS TO sampleLastRate
		END-IF
	END-IF.

Compute-Accrual-Burden.
	MOVE ZEROS TO accrualBurden.
	MOVE ficaWageBase TO burdenWageBase.
	MOVE ficaRate TO burdenRate.
	PERFORM Add-Burden-Piece.
	MOVE futaWageBase TO burdenWageBase.
	MOVE futaRate TO burdenRate.
	PERFORM Add-Burden-Piece.
	MOVE sutaWageBase TO burdenWageBase.
	MOVE sutaRate TO burdenRate.
	PERFORM Add-Burden-Piece.

Add-Burden-Piece.
	MOVE accrualAmount TO burdenTaxable.
	IF burdenWageBase > 0
		COMPUTE burdenRoom = burdenWageBase - ytdGrossPay
		IF burdenRoom < 0
			MOVE ZEROS TO burdenTaxable
		ELSE
			IF burdenRoom < burdenTaxable
				MOVE burdenRoom TO burdenTaxable
			END-IF
		END-IF
	END-IF.
	COMPUTE burdenPiece ROUNDED = burdenTaxable * burdenRate.
	ADD burdenPiece TO accrualBurden.

Split-Employee-Accrual.
	MOVE ZEROS TO splitWorkedTotal splitOtherTotal splitEntryCount.
	PERFORM Total-Employee-Gl-Entry
		VARYING glScanIndex FROM 1 BY 1
		UNTIL glScanIndex > glDeptCount.
	MOVE accrualAmount TO splitRemainingAmount.
	MOVE accrualHours TO splitRemainingHours.
	MOVE accrualBurden TO splitRemainingBurden.
	IF splitWorkedTotal > 0
		SET SplitOnWorkedLines TO TRUE
		MOVE splitWorkedTotal TO splitBasisTotal
	ELSE
		SET SplitOnOtherLines TO TRUE
		MOVE splitOtherTotal TO splitBasisTotal
	END-IF.
	MOVE ZEROS TO splitEntryCount.
	PERFORM Count-Employee-Gl-Entry
		VARYING glScanIndex FROM 1 BY 1
		UNTIL glScanIndex > glDeptCount.
	IF splitEntryCount = 0
		MOVE "NONE" TO splitDeptCode
		MOVE accrualAmount TO splitAmount
		MOVE accrualHours TO splitHours
		MOVE accrualBurden TO splitBurden
		PERFORM Add-Journal-Entry
	ELSE
		MOVE ZEROS TO splitEntryNumber
		PERFORM Split-One-Department
			VARYING glScanIndex FROM 1 BY 1
			UNTIL glScanIndex > glDeptCount
	END-IF.

Total-Employee-Gl-Entry.
	IF glDeptEmployeeID (glScanIndex) = masterEmployeeID
		ADD glDeptWorkedAmount (glScanIndex) TO splitWorkedTotal
		ADD glDeptOtherAmount (glScanIndex) TO splitOtherTotal
	END-IF.

Count-Employee-Gl-Entry.
	PERFORM Set-Split-Basis-Amount.
	IF splitBasisAmount > 0
		ADD 1 TO splitEntryCount
	END-IF.

Set-Split-Basis-Amount.
	MOVE ZEROS TO splitBasisAmount.
	IF glDeptEmployeeID (glScanIndex) = masterEmployeeID
		IF SplitOnWorkedLines
			MOVE glDeptWorkedAmount (glScanIndex) TO splitBasisAmount
		ELSE
			MOVE glDeptOtherAmount (glScanIndex) TO splitBasisAmount
		END-IF
	END-IF.

Split-One-Department.
	PERFORM Set-Split-Basis-Amount.
	IF splitBasisAmount > 0
		ADD 1 TO splitEntryNumber
		MOVE glDeptCode (glScanIndex) TO splitDeptCode
		IF splitEntryNumber = splitEntryCount
			MOVE splitRemainingAmount TO splitAmount
			MOVE splitRemainingHours TO splitHours
			MOVE splitRemainingBurden TO splitBurden
		ELSE
			COMPUTE splitAmount ROUNDED =
				accrualAmount * splitBasisAmount / splitBasisTotal
			COMPUTE splitHours ROUNDED =
				accrualHours * splitBasisAmount / splitBasisTotal
			COMPUTE splitBurden ROUNDED =
				accrualBurden * splitBasisAmount / splitBasisTotal
			IF splitAmount > splitRemainingAmount
				MOVE splitRemainingAmount TO splitAmount
			END-IF
			IF splitHours > splitRemainingHours
				MOVE splitRemainingHours TO splitHours
			END-IF
			IF splitBurden > splitRemainingBurden
				MOVE splitRemainingBurden TO splitBurden
			END-IF
			SUBTRACT splitAmount FROM splitRemainingAmount
			SUBTRACT splitHours FROM splitRemainingHours
			SUBTRACT splitBurden FROM splitRemainingBurden
		END-IF
		PERFORM Add-Journal-Entry
	END-IF.

Add-Journal-Entry.
	IF journalCount < 20000
		ADD 1 TO journalCount
		SET journalIndex TO journalCount
		MOVE masterEmployeeID TO journalEmployeeID (journalIndex)
		MOVE masterEmployeeName TO journalEmployeeName (journalIndex)
		MOVE splitDeptCode TO journalDeptCode (journalIndex)
		MOVE splitHours TO journalHours (journalIndex)
		MOVE sampleLastRate TO journalRate (journalIndex)
		MOVE splitAmount TO journalAmount (journalIndex)
		MOVE splitBurden TO journalBurden (journalIndex)
	ELSE
		DISPLAY "LABORACC: JOURNAL TABLE FULL, EMPLOYEE "
			masterEmployeeID " DEPARTMENT " splitDeptCode
			" NOT JOURNALED"
		ADD 1 TO journalOverflowCount
	END-IF.
	PERFORM Add-Dept-Summary.

Add-Dept-Summary.
	SET deptSummaryIndex TO 1.
	SEARCH deptSummaryEntry
		AT END
			IF deptSummaryCount < 200
				ADD 1 TO deptSummaryCount
				SET deptSummaryIndex TO deptSummaryCount
				MOVE splitDeptCode TO deptSummaryCode (deptSummaryIndex)
				MOVE ZEROS TO deptSummaryEmployees (deptSummaryIndex)
					deptSummaryHours (deptSummaryIndex)
					deptSummaryAmount (deptSummaryIndex)
					deptSummaryBurden (deptSummaryIndex)
				PERFORM Add-Dept-Summary-Amounts
			ELSE
				DISPLAY "LABORACC: DEPARTMENT SUMMARY TABLE FULL, "
					"DEPARTMENT " splitDeptCode " NOT SUMMARIZED"
			END-IF
		WHEN deptSummaryCode (deptSummaryIndex) = splitDeptCode
			PERFORM Add-Dept-Summary-Amounts
	END-SEARCH.

Add-Dept-Summary-Amounts.
	ADD 1 TO deptSummaryEmployees (deptSummaryIndex).
	ADD splitHours TO deptSummaryHours (deptSummaryIndex).
	ADD splitAmount TO deptSummaryAmount (deptSummaryIndex).
	ADD splitBurden TO deptSummaryBurden (deptSummaryIndex).

Write-Accrual-Journal.
	SET AccrualEntry TO TRUE.
	MOVE monthEndDate TO journalEntryDate.
	PERFORM Write-Journal-Line
		VARYING journalPrintIndex FROM 1 BY 1
		UNTIL journalPrintIndex > journalCount.
	SET ReversalEntry TO TRUE.
	MOVE reversalDate TO journalEntryDate.
	PERFORM Write-Journal-Line
		VARYING journalPrintIndex FROM 1 BY 1
		UNTIL journalPrintIndex > journalCount.

Write-Journal-Line.
	MOVE journalEmployeeID (journalPrintIndex) TO journalIDText.
	MOVE journalHours (journalPrintIndex) TO hoursWorkedFormatted.
	MOVE journalRate (journalPrintIndex) TO rateFormatted.
	IF ReversalEntry
		COMPUTE glShareFormatted = 0 - journalAmount (journalPrintIndex)
		COMPUTE glBurdenFormatted =
			0 - journalBurden (journalPrintIndex)
	ELSE
		MOVE journalAmount (journalPrintIndex) TO glShareFormatted
		MOVE journalBurden (journalPrintIndex) TO glBurdenFormatted
	END-IF.
	MOVE SPACES TO accrualJournalRecord.
	STRING journalIDText DELIMITED BY SIZE
	"|" DELIMITED BY SIZE
	FUNCTION TRIM (journalEmployeeName (journalPrintIndex))
		DELIMITED BY SIZE
	"|" DELIMITED BY SIZE
	FUNCTION TRIM (journalDeptCode (journalPrintIndex))
		DELIMITED BY SIZE
	"|" DELIMITED BY SIZE
	FUNCTION TRIM (hoursWorkedFormatted) DELIMITED BY SIZE
	"|" DELIMITED BY SIZE
	FUNCTION TRIM (rateFormatted) DELIMITED BY SIZE
	"|" DELIMITED BY SIZE
	FUNCTION TRIM (glShareFormatted) DELIMITED BY SIZE
	"|" DELIMITED BY SIZE
	FUNCTION TRIM (glBurdenFormatted) DELIMITED BY SIZE
	"|" DELIMITED BY SIZE
	journalEntryDate DELIMITED BY SIZE
	"|" DELIMITED BY SIZE
	journalEntryType DELIMITED BY SIZE
	INTO accrualJournalRecord.
	WRITE accrualJournalRecord.

Sort-Dept-Summary.
	PERFORM Sort-Dept-Summary-Pass
		VARYING deptSortOuterIndex FROM 1 BY 1
		UNTIL deptSortOuterIndex >= deptSummaryCount.

Sort-Dept-Summary-Pass.
	MOVE deptSortOuterIndex TO deptSortMinIndex.
	PERFORM Find-Lowest-Dept-Code
		VARYING deptSortInnerIndex
		FROM deptSortOuterIndex BY 1
		UNTIL deptSortInnerIndex > deptSummaryCount.
	IF deptSortMinIndex NOT = deptSortOuterIndex
		MOVE deptSummaryEntry (deptSortMinIndex) TO deptSwapArea
		MOVE deptSummaryEntry (deptSortOuterIndex)
			TO deptSummaryEntry (deptSortMinIndex)
		MOVE deptSwapArea TO deptSummaryEntry (deptSortOuterIndex)
	END-IF.

Find-Lowest-Dept-Code.
	IF deptSummaryCode (deptSortInnerIndex)
			< deptSummaryCode (deptSortMinIndex)
		MOVE deptSortInnerIndex TO deptSortMinIndex
	END-IF.

Write-Summary-Header.
	MOVE SPACES TO accrualSummaryRecord.
	STRING "MONTH-END LABOR ACCRUAL   MONTH END " DELIMITED BY SIZE
	monthEndDate DELIMITED BY SIZE
	"   REVERSES " DELIMITED BY SIZE
	reversalDate DELIMITED BY SIZE
	"   RUN " DELIMITED BY SIZE
	accrualTodayDate DELIMITED BY SIZE
	INTO accrualSummaryRecord.
	PERFORM Write-Summary-Line.
	IF SpanningPeriodFound
		MOVE unpaidWorkdays TO daysFormatted
		MOVE periodWorkdays TO periodDaysFormatted
		STRING "PAY PERIOD " DELIMITED BY SIZE
		periodStartDate DELIMITED BY SIZE
		" TO " DELIMITED BY SIZE
		periodEndDate DELIMITED BY SIZE
		"   UNPAID WORKDAYS " DELIMITED BY SIZE
		daysFormatted DELIMITED BY SIZE
		" OF " DELIMITED BY SIZE
		periodDaysFormatted DELIMITED BY SIZE
		INTO accrualSummaryRecord
		PERFORM Write-Summary-Line
		STRING "HISTORY SAMPLED FROM " DELIMITED BY SIZE
		sampleFromDate DELIMITED BY SIZE
		"   CONTROL ROW EFFECTIVE " DELIMITED BY SIZE
		selectedEffectiveDate DELIMITED BY SIZE
		INTO accrualSummaryRecord
		PERFORM Write-Summary-Line
	ELSE
		STRING "NO PAY PERIOD SPANS MONTH END " DELIMITED BY SIZE
		monthEndDate DELIMITED BY SIZE
		" - NOTHING TO ACCRUE" DELIMITED BY SIZE
		INTO accrualSummaryRecord
		PERFORM Write-Summary-Line
	END-IF.
	PERFORM Write-Summary-Line.

Write-Dept-Summary.
	MOVE "DEPT  EMPLOYEES       HOURS     ACCRUAL      BURDEN"
		TO accrualSummaryRecord.
	MOVE "       TOTAL" TO accrualSummaryRecord (53:12).
	PERFORM Write-Summary-Line.
	PERFORM Write-Dept-Summary-Line
		VARYING deptPrintIndex FROM 1 BY 1
		UNTIL deptPrintIndex > deptSummaryCount.
	PERFORM Write-Summary-Line.

Write-Dept-Summary-Line.
	MOVE deptSummaryEmployees (deptPrintIndex) TO countFormatted.
	MOVE deptSummaryHours (deptPrintIndex) TO summaryHoursFormatted.
	MOVE deptSummaryAmount (deptPrintIndex) TO summaryAmountFormatted.
	MOVE deptSummaryBurden (deptPrintIndex) TO summaryBurdenFormatted.
	COMPUTE summaryTotalFormatted = deptSummaryAmount (deptPrintIndex)
		+ deptSummaryBurden (deptPrintIndex).
	STRING deptSummaryCode (deptPrintIndex) DELIMITED BY SIZE
	"    " DELIMITED BY SIZE
	countFormatted DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	summaryHoursFormatted DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	summaryAmountFormatted DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	summaryBurdenFormatted DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	summaryTotalFormatted DELIMITED BY SIZE
	INTO accrualSummaryRecord.
	PERFORM Write-Summary-Line.

Write-Summary-Totals.
	MOVE employeesAccruedCount TO countFormatted.
	MOVE totalAccrualHours TO summaryHoursFormatted.
	MOVE totalAccrualAmount TO summaryAmountFormatted.
	MOVE totalAccrualBurden TO summaryBurdenFormatted.
	COMPUTE summaryTotalFormatted =
		totalAccrualAmount + totalAccrualBurden.
	STRING "ALL " DELIMITED BY SIZE
	"    " DELIMITED BY SIZE
	countFormatted DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	summaryHoursFormatted DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	summaryAmountFormatted DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	summaryBurdenFormatted DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	summaryTotalFormatted DELIMITED BY SIZE
	INTO accrualSummaryRecord.
	PERFORM Write-Summary-Line.
	PERFORM Write-Summary-Line.
	MOVE mastersReadCount TO countFormatted.
	STRING "MASTERS READ:               " DELIMITED BY SIZE
	countFormatted DELIMITED BY SIZE
	INTO accrualSummaryRecord.
	PERFORM Write-Summary-Line.
	MOVE employeesAccruedCount TO countFormatted.
	STRING "EMPLOYEES ACCRUED:          " DELIMITED BY SIZE
	countFormatted DELIMITED BY SIZE
	INTO accrualSummaryRecord.
	PERFORM Write-Summary-Line.
	MOVE noHistoryCount TO countFormatted.
	STRING "NO RECENT REGULAR PAY:      " DELIMITED BY SIZE
	countFormatted DELIMITED BY SIZE
	INTO accrualSummaryRecord.
	PERFORM Write-Summary-Line.
	COMPUTE countFormatted = journalCount * 2.
	STRING "JOURNAL LINES WRITTEN:      " DELIMITED BY SIZE
	countFormatted DELIMITED BY SIZE
	INTO accrualSummaryRecord.
	PERFORM Write-Summary-Line.
	IF journalOverflowCount > 0
		MOVE journalOverflowCount TO countFormatted
		STRING "LINES NOT JOURNALED:        " DELIMITED BY SIZE
		countFormatted DELIMITED BY SIZE
		INTO accrualSummaryRecord
		PERFORM Write-Summary-Line
	END-IF.

Write-Summary-Line.
	WRITE accrualSummaryRecord.
	MOVE SPACES TO accrualSummaryRecord.
