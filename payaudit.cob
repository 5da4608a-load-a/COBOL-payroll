IDENTIFICATION DIVISION.
PROGRAM-ID. PayAudit.

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
	SELECT DeductionMaster ASSIGN TO "deduction_master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS deductionKey
			FILE STATUS IS DeductionFileStatus.
	SELECT OPTIONAL HistoryArchiveFile
			ASSIGN TO "pay_history_archive.dat"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPTIONAL CheckIssueFile ASSIGN TO "check_issue.dat"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT AuditReportFile ASSIGN TO "payroll_audit_report.txt"
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

FD DeductionMaster.
01 deductionRecord.
	05 deductionKey.
		10 deductEmployeeID		PIC 9(5).
		10 deductSequence		PIC 9(2).
	05 deductType				PIC X(4).
	05 deductMethod				PIC X.
		88 FlatAmountDeduction	VALUE "F".
		88 PercentDeduction		VALUE "P".
	05 deductAmount				PIC 9(6)V99.
	05 deductPercent			PIC V999.
	05 deductPriority			PIC 9(2).
	05 deductGoalAmount			PIC 9(8)V99.
	05 deductTakenToDate		PIC 9(8)V99.
	05 deductArrearsBalance		PIC 9(6)V99.
	05 deductLastTakenAmount	PIC 9(6)V99.
	05 deductLastAppliedRecordCount	PIC 9(6).
	05 deductLastAppliedPeriod	PIC X(8).
	05 deductCaseNumber			PIC X(12).
	05 deductStatus				PIC X.
		88 DeductionActive		VALUE "A" " ".
		88 DeductionSuspended	VALUE "S".
		88 DeductionStopped		VALUE "X".

FD HistoryArchiveFile.
01 historyArchiveRecord.
	05 archHistoryEmployeeID	PIC 9(5).
	05 archHistoryPeriodEndDate	PIC X(8).
	05 archHistoryHoursWorked	PIC 9(4)V99.
	05 archHistoryGrossPay		PIC 9(6)V99.
	05 archHistoryFederal		PIC 9(6)V99.
	05 archHistoryState			PIC 9(6)V99.
	05 archHistoryFICA			PIC 9(6)V99.
	05 archHistoryDeductions	PIC 9(6)V99.
	05 archHistoryNetPay		PIC 9(6)V99.
	05 archHistoryVoidSwitch	PIC X.
		88 ArchHistoryVoided	VALUE "V".
	05 archHistoryPayRate		PIC 9(4)V99.
	05 archHistoryOvertimeHours	PIC 9(4)V99.
	05 archHistoryRetroSwitch	PIC X.
	05 archHistoryEmployerFICA	PIC 9(6)V99.
	05 archHistoryFUTA			PIC 9(6)V99.
	05 archHistorySUTA			PIC 9(6)V99.
	05 archHistoryReissueSwitch	PIC X.
	05 archHistoryPreTaxDeferral	PIC 9(6)V99.
	05 archHistoryPreTaxCafeteria	PIC 9(6)V99.
	05 archHistoryEmployerMatch	PIC 9(6)V99.
	05 archHistoryBox12Detail	PIC X(40).
	05 archHistoryPaymentType	PIC X.
	05 archHistoryStateDetail	PIC X(136).

FD CheckIssueFile.
01 checkIssueRecord.
	05 issueCheckNumber		PIC 9(8).
	05 issueDate			PIC X(8).
	05 issueEmployeeID		PIC 9(5).
	05 issueEmployeeName	PIC X(20).
	05 issueAmount			PIC 9(6)V99.

FD AuditReportFile.
01 auditReportRecord PIC X(120).

WORKING-STORAGE SECTION.

01 MasterFileStatus PIC XX VALUE ZEROS.
	88 MasterFileOK VALUE "00".
01 HistoryFileStatus PIC XX VALUE ZEROS.
	88 HistoryFileOK VALUE "00".
01 DeductionFileStatus PIC XX VALUE ZEROS.
	88 DeductionFileOK VALUE "00".
01 fileSwitches.
	05 masterEOFSwitch		PIC X VALUE "N".
		88 MasterEndOfFile		VALUE "Y".
		88 MasterMoreRecords	VALUE "N".
	05 historyEOFSwitch		PIC X VALUE "N".
		88 HistoryEndOfFile		VALUE "Y".
		88 HistoryMoreRecords	VALUE "N".
	05 deductionEOFSwitch	PIC X VALUE "N".
		88 DeductionEndOfFile	VALUE "Y".
		88 DeductionMoreRecords	VALUE "N".
	05 archiveEOFSwitch		PIC X VALUE "N".
		88 ArchiveEndOfFile		VALUE "Y".
		88 ArchiveMoreRecords	VALUE "N".
	05 issueEOFSwitch		PIC X VALUE "N".
		88 IssueEndOfFile		VALUE "Y".
		88 IssueMoreRecords		VALUE "N".
	05 deductionFileSwitch	PIC X VALUE "Y".
		88 DeductionsAvailable	VALUE "Y".
		88 DeductionsUnavailable	VALUE "N".
01 auditRequest.
	05 commandLineBuffer	PIC X(40) VALUE SPACES.
	05 auditYearToken		PIC X(4) VALUE SPACES.
	05 auditTodayDate		PIC X(8) VALUE SPACES.
	05 auditYear			PIC X(4) VALUE SPACES.
	05 auditFromDate		PIC X(8) VALUE SPACES.
	05 auditToDate			PIC X(8) VALUE SPACES.
01 historySums.
	05 sumGrossPay			PIC 9(8)V99.
	05 sumFederal			PIC 9(8)V99.
	05 sumState				PIC 9(8)V99.
	05 sumFica				PIC 9(8)V99.
	05 sumNetPay			PIC 9(8)V99.
	05 sumEmployerFica		PIC 9(8)V99.
	05 sumFuta				PIC 9(8)V99.
	05 sumSuta				PIC 9(8)V99.
	05 sumPreTaxDeferral	PIC 9(8)V99.
	05 sumPreTaxCafeteria	PIC 9(8)V99.
	05 sumEmployerMatch		PIC 9(8)V99.
	05 sumAllDeductions		PIC 9(8)V99.
	05 sumReissuedNet		PIC 9(8)V99.
	05 sumDeductTaken		PIC 9(8)V99.
	05 sumYearRowCount		PIC 9(4).
01 auditCompare.
	05 compareLabel			PIC X(18) VALUE SPACES.
	05 compareMasterAmount	PIC 9(8)V99 VALUE ZEROS.
	05 compareHistoryAmount	PIC 9(8)V99 VALUE ZEROS.
	05 compareDifference	PIC S9(8)V99 VALUE ZEROS.
	05 employeeBalanceSwitch	PIC X VALUE "Y".
		88 EmployeeInBalance		VALUE "Y".
		88 EmployeeOutOfBalance		VALUE "N".
01 archiveDeductionTable.
	05 archiveEmployeeCount	PIC 9(4) VALUE ZEROS.
	05 archiveEmployeeEntry OCCURS 1 TO 9999 TIMES
			DEPENDING ON archiveEmployeeCount
			INDEXED BY archiveIndex.
		10 archiveEmployeeID		PIC 9(5).
		10 archiveDeductionTotal	PIC 9(8)V99.
01 archiveLookup.
	05 archiveDeductionAmount	PIC 9(8)V99 VALUE ZEROS.
01 unmatchedIssueTable.
	05 unmatchedIssueCount	PIC 9(3) VALUE ZEROS.
	05 unmatchedIssueEntry OCCURS 1 TO 999 TIMES
			DEPENDING ON unmatchedIssueCount
			INDEXED BY unmatchedIndex.
		10 unmatchedEmployeeID		PIC 9(5).
		10 unmatchedEmployeeName	PIC X(20).
		10 unmatchedIssueTotal		PIC 9(8)V99.
		10 unmatchedCheckCount		PIC 9(4).
		10 unmatchedSeenSwitch		PIC X.
			88 UnmatchedSeenOnMaster	VALUE "Y".
			88 UnmatchedNotOnMaster		VALUE "N".
01 unmatchedWork.
	05 unmatchedPrintIndex	PIC 9(3) VALUE ZEROS.
	05 unmatchedIssueAmount	PIC 9(8)V99 VALUE ZEROS.
01 voidedIssueTable.
	05 voidedIssueCount		PIC 9(3) VALUE ZEROS.
	05 voidedIssueEntry OCCURS 1 TO 999 TIMES
			DEPENDING ON voidedIssueCount
			INDEXED BY voidedIndex.
		10 voidedCheckNumber	PIC 9(8).
		10 voidedEmployeeID		PIC 9(5).
		10 voidedIssueDate		PIC X(8).
		10 voidedIssueAmount	PIC 9(6)V99.
01 voidedWork.
	05 voidedPrintIndex		PIC 9(3) VALUE ZEROS.
01 auditCounts.
	05 mastersAuditedCount	PIC 9(6) VALUE ZEROS.
	05 outOfBalanceCount	PIC 9(6) VALUE ZEROS.
	05 fieldDifferenceCount	PIC 9(6) VALUE ZEROS.
	05 checksReadCount		PIC 9(6) VALUE ZEROS.
	05 checksMatchedCount	PIC 9(6) VALUE ZEROS.
	05 checkExceptionCount	PIC 9(6) VALUE ZEROS.
	05 checksVoidedCount	PIC 9(6) VALUE ZEROS.
	05 archiveRowCount		PIC 9(6) VALUE ZEROS.
	05 totalCountFormatted	PIC Z(5)9.
01 auditFormats.
	05 masterAmountFormatted	PIC Z(7)9.99.
	05 historyAmountFormatted	PIC Z(7)9.99.
	05 differenceFormatted		PIC -Z(7)9.99.
	05 issueAmountFormatted		PIC Z(5)9.99.

PROCEDURE DIVISION.
Main-Logic.
	PERFORM Accept-Audit-Request.
	OPEN INPUT EmployeeMaster.
	IF NOT MasterFileOK
		DISPLAY "PAYAUDIT: CANNOT OPEN EMPLOYEE MASTER, STATUS "
			MasterFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT PayHistoryFile.
	IF NOT HistoryFileOK
		DISPLAY "PAYAUDIT: CANNOT OPEN PAY HISTORY, STATUS "
			HistoryFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT DeductionMaster.
	IF NOT DeductionFileOK
		DISPLAY "PAYAUDIT: DEDUCTION MASTER NOT AVAILABLE, STATUS "
			DeductionFileStatus ", DEDUCTIONS NOT TIED"
		SET DeductionsUnavailable TO TRUE
	END-IF.
	OPEN OUTPUT AuditReportFile.
	MOVE SPACES TO auditReportRecord.

	STRING "PAYROLL YTD INTEGRITY AUDIT   YEAR " DELIMITED BY SIZE
	auditYear DELIMITED BY SIZE
	"   RUN " DELIMITED BY SIZE
	auditTodayDate DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	PERFORM Write-Audit-Line.

	PERFORM Load-Archive-Deductions.
	PERFORM Tie-Check-Issues.

	MOVE "EMPLOYEES OUT OF BALANCE (MASTER - HISTORY)"
		TO auditReportRecord.
	PERFORM Write-Audit-Line.
	SET MasterMoreRecords TO TRUE.
	MOVE ZEROS TO masterEmployeeID.
	START EmployeeMaster KEY IS >= masterEmployeeID
		INVALID KEY
			SET MasterEndOfFile TO TRUE
	END-START.
	PERFORM Audit-Master-Row
		UNTIL MasterEndOfFile.
	PERFORM Write-Audit-Line.

	PERFORM Write-Orphan-Check-Line
		VARYING unmatchedPrintIndex FROM 1 BY 1
		UNTIL unmatchedPrintIndex > unmatchedIssueCount.

	PERFORM Write-Audit-Totals.

	CLOSE EmployeeMaster
		  PayHistoryFile
		  AuditReportFile.
	IF DeductionsAvailable
		CLOSE DeductionMaster
	END-IF.

	IF outOfBalanceCount > 0 OR checkExceptionCount > 0
		MOVE 8 TO RETURN-CODE
	END-IF.
STOP RUN.

Accept-Audit-Request.
	ACCEPT commandLineBuffer FROM COMMAND-LINE.
	UNSTRING commandLineBuffer DELIMITED BY ALL " "
		INTO auditYearToken.
	ACCEPT auditTodayDate FROM DATE YYYYMMDD.
	IF auditYearToken = SPACES
		MOVE auditTodayDate (1:4) TO auditYear
	ELSE
		IF auditYearToken IS NOT NUMERIC
			DISPLAY "PAYAUDIT: YEAR MUST BE YYYY"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE auditYearToken TO auditYear
	END-IF.
	STRING auditYear DELIMITED BY SIZE
	"0101" DELIMITED BY SIZE
	INTO auditFromDate.
	STRING auditYear DELIMITED BY SIZE
	"1231" DELIMITED BY SIZE
	INTO auditToDate.

Load-Archive-Deductions.
	OPEN INPUT HistoryArchiveFile.
	SET ArchiveMoreRecords TO TRUE.
	PERFORM Load-Archive-Row
		UNTIL ArchiveEndOfFile.
	CLOSE HistoryArchiveFile.

Load-Archive-Row.
	READ HistoryArchiveFile
		AT END
			SET ArchiveEndOfFile TO TRUE
		NOT AT END
			ADD 1 TO archiveRowCount
			IF archHistoryDeductions IS NUMERIC
					AND archHistoryDeductions > 0
				PERFORM Add-Archive-Deduction
			END-IF
	END-READ.

Add-Archive-Deduction.
	SET archiveIndex TO 1.
	SEARCH archiveEmployeeEntry
		AT END
			IF archiveEmployeeCount < 9999
				ADD 1 TO archiveEmployeeCount
				SET archiveIndex TO archiveEmployeeCount
				MOVE archHistoryEmployeeID
					TO archiveEmployeeID (archiveIndex)
				MOVE archHistoryDeductions
					TO archiveDeductionTotal (archiveIndex)
			ELSE
				DISPLAY "PAYAUDIT: ARCHIVE TABLE FULL, EMPLOYEE "
					archHistoryEmployeeID " ARCHIVE NOT TIED"
			END-IF
		WHEN archiveEmployeeID (archiveIndex) = archHistoryEmployeeID
			ADD archHistoryDeductions
				TO archiveDeductionTotal (archiveIndex)
	END-SEARCH.

Tie-Check-Issues.
	OPEN INPUT CheckIssueFile.
	SET IssueMoreRecords TO TRUE.
	PERFORM Tie-Check-Issue-Row
		UNTIL IssueEndOfFile.
	CLOSE CheckIssueFile.
	IF checkExceptionCount > 0
		PERFORM Write-Audit-Line
	END-IF.
	IF voidedIssueCount > 0
		MOVE "CHECKS AGAINST VOIDED PAYMENTS" TO auditReportRecord
		PERFORM Write-Audit-Line
		PERFORM Write-Voided-Check-Line
			VARYING voidedPrintIndex FROM 1 BY 1
			UNTIL voidedPrintIndex > voidedIssueCount
		PERFORM Write-Audit-Line
	END-IF.

Tie-Check-Issue-Row.
	READ CheckIssueFile
		AT END
			SET IssueEndOfFile TO TRUE
		NOT AT END
			IF issueDate >= auditFromDate AND issueDate <= auditToDate
				ADD 1 TO checksReadCount
				PERFORM Match-Check-Issue
			END-IF
	END-READ.

Match-Check-Issue.
	MOVE issueEmployeeID TO historyEmployeeID.
	MOVE issueDate TO historyPeriodEndDate.
	READ PayHistoryFile
		INVALID KEY
			PERFORM Add-Unmatched-Issue
		NOT INVALID KEY
			EVALUATE TRUE
				WHEN HistoryVoided
					PERFORM Add-Voided-Issue
				WHEN issueAmount = historyNetPay
					ADD 1 TO checksMatchedCount
				WHEN OTHER
					PERFORM Add-Unmatched-Issue
			END-EVALUATE
	END-READ.

Add-Voided-Issue.
	ADD 1 TO checksVoidedCount.
	IF voidedIssueCount < 999
		ADD 1 TO voidedIssueCount
		SET voidedIndex TO voidedIssueCount
		MOVE issueCheckNumber TO voidedCheckNumber (voidedIndex)
		MOVE issueEmployeeID TO voidedEmployeeID (voidedIndex)
		MOVE issueDate TO voidedIssueDate (voidedIndex)
		MOVE issueAmount TO voidedIssueAmount (voidedIndex)
	ELSE
		DISPLAY "PAYAUDIT: VOIDED CHECK TABLE FULL, CHECK "
			issueCheckNumber " NOT LISTED"
	END-IF.

Write-Voided-Check-Line.
	MOVE voidedIssueAmount (voidedPrintIndex) TO issueAmountFormatted.
	STRING "    CHECK " DELIMITED BY SIZE
	voidedCheckNumber (voidedPrintIndex) DELIMITED BY SIZE
	" ID=" DELIMITED BY SIZE
	voidedEmployeeID (voidedPrintIndex) DELIMITED BY SIZE
	" DATE=" DELIMITED BY SIZE
	voidedIssueDate (voidedPrintIndex) DELIMITED BY SIZE
	" AMOUNT=" DELIMITED BY SIZE
	issueAmountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.

Add-Unmatched-Issue.
	MOVE issueAmount TO unmatchedIssueAmount.
	SET unmatchedIndex TO 1.
	SEARCH unmatchedIssueEntry
		AT END
			IF unmatchedIssueCount < 999
				ADD 1 TO unmatchedIssueCount
				SET unmatchedIndex TO unmatchedIssueCount
				MOVE issueEmployeeID
					TO unmatchedEmployeeID (unmatchedIndex)
				MOVE issueEmployeeName
					TO unmatchedEmployeeName (unmatchedIndex)
				MOVE unmatchedIssueAmount
					TO unmatchedIssueTotal (unmatchedIndex)
				MOVE 1 TO unmatchedCheckCount (unmatchedIndex)
				SET UnmatchedNotOnMaster (unmatchedIndex) TO TRUE
			ELSE
				DISPLAY "PAYAUDIT: CHECK TABLE FULL, CHECK "
					issueCheckNumber " NOT TIED"
				ADD 1 TO checkExceptionCount
			END-IF
		WHEN unmatchedEmployeeID (unmatchedIndex) = issueEmployeeID
			ADD unmatchedIssueAmount
				TO unmatchedIssueTotal (unmatchedIndex)
			ADD 1 TO unmatchedCheckCount (unmatchedIndex)
	END-SEARCH.

Audit-Master-Row.
	READ EmployeeMaster NEXT RECORD
		AT END
			SET MasterEndOfFile TO TRUE
		NOT AT END
			PERFORM Audit-Employee
	END-READ.

Audit-Employee.
	ADD 1 TO mastersAuditedCount.
	INITIALIZE historySums.
	SET EmployeeInBalance TO TRUE.
	PERFORM Sum-Employee-History.
	PERFORM Default-Master-Ytd-Fields.

	MOVE "GROSS PAY" TO compareLabel.
	MOVE ytdGrossPay TO compareMasterAmount.
	MOVE sumGrossPay TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "FEDERAL WITHHELD" TO compareLabel.
	MOVE ytdFederalWithholding TO compareMasterAmount.
	MOVE sumFederal TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "STATE WITHHELD" TO compareLabel.
	MOVE ytdStateWithholding TO compareMasterAmount.
	MOVE sumState TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "FICA WITHHELD" TO compareLabel.
	MOVE ytdFICAWithholding TO compareMasterAmount.
	MOVE sumFica TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "NET PAY" TO compareLabel.
	MOVE ytdNetPay TO compareMasterAmount.
	MOVE sumNetPay TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "EMPLOYER FICA" TO compareLabel.
	MOVE ytdEmployerFICA TO compareMasterAmount.
	MOVE sumEmployerFica TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "FUTA" TO compareLabel.
	MOVE ytdFUTA TO compareMasterAmount.
	MOVE sumFuta TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "SUTA" TO compareLabel.
	MOVE ytdSUTA TO compareMasterAmount.
	MOVE sumSuta TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "PRE-TAX DEFERRAL" TO compareLabel.
	MOVE ytdPreTaxDeferral TO compareMasterAmount.
	MOVE sumPreTaxDeferral TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "PRE-TAX CAFETERIA" TO compareLabel.
	MOVE ytdPreTaxCafeteria TO compareMasterAmount.
	MOVE sumPreTaxCafeteria TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.
	MOVE "EMPLOYER MATCH" TO compareLabel.
	MOVE ytdEmployerMatch TO compareMasterAmount.
	MOVE sumEmployerMatch TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.

	IF DeductionsAvailable
		PERFORM Sum-Employee-Deductions
		PERFORM Find-Archive-Deductions
		MOVE "DEDUCTIONS TAKEN" TO compareLabel
		MOVE sumDeductTaken TO compareMasterAmount
		COMPUTE compareHistoryAmount =
			sumAllDeductions + archiveDeductionAmount
		PERFORM Compare-Audit-Amount
	END-IF.

	PERFORM Find-Unmatched-Issues.
	MOVE "CHECKS OFF HISTORY" TO compareLabel.
	MOVE unmatchedIssueAmount TO compareMasterAmount.
	MOVE sumReissuedNet TO compareHistoryAmount.
	PERFORM Compare-Audit-Amount.

Default-Master-Ytd-Fields.
	IF ytdEmployerFICA IS NOT NUMERIC
		MOVE ZEROS TO ytdEmployerFICA
	END-IF.
	IF ytdFUTA IS NOT NUMERIC
		MOVE ZEROS TO ytdFUTA
	END-IF.
	IF ytdSUTA IS NOT NUMERIC
		MOVE ZEROS TO ytdSUTA
	END-IF.
	IF ytdPreTaxDeferral IS NOT NUMERIC
		MOVE ZEROS TO ytdPreTaxDeferral
	END-IF.
	IF ytdPreTaxCafeteria IS NOT NUMERIC
		MOVE ZEROS TO ytdPreTaxCafeteria
	END-IF.
	IF ytdEmployerMatch IS NOT NUMERIC
		MOVE ZEROS TO ytdEmployerMatch
	END-IF.

Sum-Employee-History.
	SET HistoryMoreRecords TO TRUE.
	MOVE masterEmployeeID TO historyEmployeeID.
	MOVE LOW-VALUES TO historyPeriodEndDate.
	START PayHistoryFile KEY IS >= historyKey
		INVALID KEY
			SET HistoryEndOfFile TO TRUE
	END-START.
	PERFORM Read-Employee-History-Row
		UNTIL HistoryEndOfFile.

Read-Employee-History-Row.
	READ PayHistoryFile NEXT RECORD
		AT END
			SET HistoryEndOfFile TO TRUE
		NOT AT END
			IF historyEmployeeID NOT = masterEmployeeID
				SET HistoryEndOfFile TO TRUE
			ELSE
				PERFORM Add-Employee-History-Row
			END-IF
	END-READ.

Add-Employee-History-Row.
	IF historyDeductions IS NUMERIC
		ADD historyDeductions TO sumAllDeductions
	END-IF.
	IF historyPeriodEndDate >= auditFromDate
			AND historyPeriodEndDate <= auditToDate
			AND NOT HistoryVoided
		ADD 1 TO sumYearRowCount
		ADD historyGrossPay TO sumGrossPay
		ADD historyFederalWithholding TO sumFederal
		ADD historyStateWithholding TO sumState
		ADD historyFICAWithholding TO sumFica
		ADD historyNetPay TO sumNetPay
		IF historyEmployerFICA IS NUMERIC
			ADD historyEmployerFICA TO sumEmployerFica
		END-IF
		IF historyFUTA IS NUMERIC
			ADD historyFUTA TO sumFuta
		END-IF
		IF historySUTA IS NUMERIC
			ADD historySUTA TO sumSuta
		END-IF
		IF historyPreTaxDeferral IS NUMERIC
			ADD historyPreTaxDeferral TO sumPreTaxDeferral
		END-IF
		IF historyPreTaxCafeteria IS NUMERIC
			ADD historyPreTaxCafeteria TO sumPreTaxCafeteria
		END-IF
		IF historyEmployerMatch IS NUMERIC
			ADD historyEmployerMatch TO sumEmployerMatch
		END-IF
		IF HistoryReissued
			ADD historyNetPay TO sumReissuedNet
		END-IF
	END-IF.

Sum-Employee-Deductions.
	SET DeductionMoreRecords TO TRUE.
	MOVE masterEmployeeID TO deductEmployeeID.
	MOVE ZEROS TO deductSequence.
	START DeductionMaster KEY IS >= deductionKey
		INVALID KEY
			SET DeductionEndOfFile TO TRUE
	END-START.
	PERFORM Read-Employee-Deduction-Row
		UNTIL DeductionEndOfFile.

Read-Employee-Deduction-Row.
	READ DeductionMaster NEXT RECORD
		AT END
			SET DeductionEndOfFile TO TRUE
		NOT AT END
			IF deductEmployeeID NOT = masterEmployeeID
				SET DeductionEndOfFile TO TRUE
			ELSE
				IF deductTakenToDate IS NUMERIC
					ADD deductTakenToDate TO sumDeductTaken
				END-IF
			END-IF
	END-READ.

Find-Archive-Deductions.
	MOVE ZEROS TO archiveDeductionAmount.
	SET archiveIndex TO 1.
	SEARCH archiveEmployeeEntry
		WHEN archiveEmployeeID (archiveIndex) = masterEmployeeID
			MOVE archiveDeductionTotal (archiveIndex)
				TO archiveDeductionAmount
	END-SEARCH.

Find-Unmatched-Issues.
	MOVE ZEROS TO unmatchedIssueAmount.
	SET unmatchedIndex TO 1.
	SEARCH unmatchedIssueEntry
		WHEN unmatchedEmployeeID (unmatchedIndex) = masterEmployeeID
			MOVE unmatchedIssueTotal (unmatchedIndex)
				TO unmatchedIssueAmount
			SET UnmatchedSeenOnMaster (unmatchedIndex) TO TRUE
	END-SEARCH.

Compare-Audit-Amount.
	IF compareMasterAmount NOT = compareHistoryAmount
		IF EmployeeInBalance
			SET EmployeeOutOfBalance TO TRUE
			ADD 1 TO outOfBalanceCount
			MOVE sumYearRowCount TO totalCountFormatted
			STRING "EMPLOYEE " DELIMITED BY SIZE
			masterEmployeeID DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			masterEmployeeName DELIMITED BY SIZE
			" STATUS=" DELIMITED BY SIZE
			masterEmploymentStatus DELIMITED BY SIZE
			" HISTORY ROWS=" DELIMITED BY SIZE
			totalCountFormatted DELIMITED BY SIZE
			INTO auditReportRecord
			PERFORM Write-Audit-Line
		END-IF
		ADD 1 TO fieldDifferenceCount
		COMPUTE compareDifference =
			compareMasterAmount - compareHistoryAmount
		MOVE compareMasterAmount TO masterAmountFormatted
		MOVE compareHistoryAmount TO historyAmountFormatted
		MOVE compareDifference TO differenceFormatted
		STRING "    " DELIMITED BY SIZE
		compareLabel DELIMITED BY SIZE
		" MASTER " DELIMITED BY SIZE
		masterAmountFormatted DELIMITED BY SIZE
		"  HISTORY " DELIMITED BY SIZE
		historyAmountFormatted DELIMITED BY SIZE
		"  DIFFERENCE " DELIMITED BY SIZE
		differenceFormatted DELIMITED BY SIZE
		INTO auditReportRecord
		PERFORM Write-Audit-Line
	END-IF.

Write-Orphan-Check-Line.
	IF UnmatchedNotOnMaster (unmatchedPrintIndex)
		ADD 1 TO checkExceptionCount
		MOVE unmatchedIssueTotal (unmatchedPrintIndex)
			TO masterAmountFormatted
		MOVE unmatchedCheckCount (unmatchedPrintIndex)
			TO totalCountFormatted
		STRING "CHECKS FOR ID=" DELIMITED BY SIZE
		unmatchedEmployeeID (unmatchedPrintIndex) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		unmatchedEmployeeName (unmatchedPrintIndex) DELIMITED BY SIZE
		" COUNT=" DELIMITED BY SIZE
		totalCountFormatted DELIMITED BY SIZE
		" AMOUNT=" DELIMITED BY SIZE
		masterAmountFormatted DELIMITED BY SIZE
		"  EMPLOYEE NOT ON MASTER" DELIMITED BY SIZE
		INTO auditReportRecord
		PERFORM Write-Audit-Line
	END-IF.

Write-Audit-Totals.
	PERFORM Write-Audit-Line.
	MOVE mastersAuditedCount TO totalCountFormatted.
	STRING "EMPLOYEES AUDITED:     " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	MOVE outOfBalanceCount TO totalCountFormatted.
	STRING "OUT OF BALANCE:        " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	MOVE fieldDifferenceCount TO totalCountFormatted.
	STRING "FIELD DIFFERENCES:     " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	MOVE checksReadCount TO totalCountFormatted.
	STRING "CHECKS READ:           " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	MOVE checksMatchedCount TO totalCountFormatted.
	STRING "CHECKS MATCHED:        " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	MOVE checkExceptionCount TO totalCountFormatted.
	STRING "CHECK EXCEPTIONS:      " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	MOVE checksVoidedCount TO totalCountFormatted.
	STRING "CHECKS ON VOIDED ROWS: " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	MOVE archiveRowCount TO totalCountFormatted.
	STRING "ARCHIVE ROWS READ:     " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO auditReportRecord.
	PERFORM Write-Audit-Line.
	IF DeductionsUnavailable
		MOVE "DEDUCTION MASTER NOT AVAILABLE - DEDUCTIONS NOT TIED"
			TO auditReportRecord
		PERFORM Write-Audit-Line
	END-IF.

Write-Audit-Line.
	WRITE auditReportRecord.
	MOVE SPACES TO auditReportRecord.
