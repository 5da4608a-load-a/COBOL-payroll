IDENTIFICATION DIVISION.
PROGRAM-ID. DedMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DeductionMaster ASSIGN TO "deduction_master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS deductionKey
			FILE STATUS IS DeductionFileStatus.
	SELECT EmployeeMaster ASSIGN TO "employee_master.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS masterEmployeeID
			FILE STATUS IS MasterFileStatus.
	SELECT PayeeMaster ASSIGN TO "garnishment_payee.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS payeeDeductType
			FILE STATUS IS PayeeFileStatus.
	SELECT DeductionTypeFile ASSIGN TO "payroll_deduction_types.dat"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS deductionTypeFileStatus.
	SELECT DeductTransFile ASSIGN TO "deduction_maint_trans.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS deductTransFileStatus.
	SELECT AuditFile ASSIGN TO "deduction_maint_audit.txt"
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD PayeeMaster.
01 payeeRecord.
	05 payeeDeductType		PIC X(4).
	05 payeeAgencyName		PIC X(30).
	05 payeeAddressLine1	PIC X(30).
	05 payeeAddressLine2	PIC X(30).
	05 payeeRemitMethod		PIC X.

FD DeductionTypeFile.
01 deductionTypeRecord.
	05 typeRecordCode			PIC X(4).
	05 typeRecordTaxability		PIC X.
	05 typeRecordBox12Code		PIC X(2).
	05 typeRecordMatchRate		PIC 9V999.
	05 typeRecordMatchCap		PIC V999.
	05 typeRecordCategory		PIC X.

FD DeductTransFile.
01 deductTransRecord.
	05 transActionCode		PIC X.
		88 TransAdd			VALUE "A".
		88 TransChange		VALUE "C".
		88 TransSuspend		VALUE "S".
		88 TransResume		VALUE "R".
		88 TransStop		VALUE "X".
		88 TransArrearsAdjust	VALUE "J".
	05 transEmployeeID		PIC 9(5).
	05 transSequence		PIC 9(2).
	05 transDeductType		PIC X(4).
	05 transMethod			PIC X.
		88 TransFlatAmount	VALUE "F".
		88 TransPercent		VALUE "P".
	05 transAmount			PIC 9(6)V99.
	05 transPercentRate		PIC V999.
	05 transPriority		PIC 9(2).
	05 transGoalAmount		PIC 9(8)V99.
	05 transCaseNumber		PIC X(12).
	05 transAdjustSign		PIC X.
		88 AdjustSubtract	VALUE "-".
	05 transAdjustAmount	PIC 9(6)V99.

FD AuditFile.
01 auditRecord PIC X(132).

WORKING-STORAGE SECTION.

01 DeductionFileStatus PIC XX VALUE ZEROS.
	88 DeductionFileOK VALUE "00".
01 MasterFileStatus PIC XX VALUE ZEROS.
	88 MasterFileOK VALUE "00".
01 PayeeFileStatus PIC XX VALUE ZEROS.
	88 PayeeFileOK VALUE "00".
01 deductionTypeFileStatus PIC XX VALUE ZEROS.
	88 DeductionTypeFileOK VALUE "00".
01 deductTransFileStatus PIC XX VALUE ZEROS.
	88 DeductTransFileOK VALUE "00".
01 transEOFSwitch PIC X VALUE "N".
	88 TransEndOfFile		VALUE "Y".
	88 TransMoreRecords		VALUE "N".
01 transValidationSwitch PIC X VALUE "Y".
	88 TransValid		VALUE "Y".
	88 TransInvalid		VALUE "N".
01 transErrorReason PIC X(40) VALUE SPACES.
01 adjustedArrearsBalance PIC 9(6)V99 VALUE ZEROS.
01 transCounts.
	05 transAppliedCount		PIC 9(6) VALUE ZEROS.
	05 transErrorCount			PIC 9(6) VALUE ZEROS.
	05 transAppliedFormatted	PIC Z(6).
	05 transErrorFormatted		PIC Z(6).
01 fileAvailability.
	05 employeeMasterSwitch		PIC X VALUE "N".
		88 EmployeeMasterAvailable	VALUE "Y".
	05 payeeMasterSwitch		PIC X VALUE "N".
		88 PayeeMasterAvailable		VALUE "Y".
01 deductionTypeRules.
	05 typeRuleEOFSwitch		PIC X VALUE "N".
		88 TypeRuleEndOfFile	VALUE "Y".
		88 TypeRuleMoreRecords	VALUE "N".
	05 typeRuleFileSwitch		PIC X VALUE "Y".
		88 TypeRulesAvailable	VALUE "Y".
		88 TypeRulesMissing		VALUE "N".
	05 typeRuleCount			PIC 9(2) VALUE ZEROS.
	05 typeRuleEntry OCCURS 1 TO 40 TIMES
			DEPENDING ON typeRuleCount
			INDEXED BY typeRuleIndex.
		10 typeRuleCode			PIC X(4).
		10 typeRuleCategory		PIC X.
			88 GarnishmentType	VALUE "G".
01 garnishmentCheckType PIC X(4) VALUE SPACES.
01 garnishmentSwitch PIC X VALUE "N".
	88 GarnishmentDeduction		VALUE "Y".
	88 VoluntaryDeduction		VALUE "N".
01 auditImageFields.
	05 auditImageLabel			PIC X(6).
	05 auditAmountFormatted		PIC Z(6).99.
	05 auditPercentFormatted	PIC .999.
	05 auditGoalFormatted		PIC Z(8).99.
	05 auditTakenFormatted		PIC Z(8).99.
	05 auditArrearsFormatted	PIC Z(6).99.

PROCEDURE DIVISION.
Main-Logic.
	OPEN INPUT DeductTransFile.
	IF NOT DeductTransFileOK
		DISPLAY "DEDMAINT: CANNOT OPEN TRANSACTION FILE, STATUS "
			deductTransFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM Open-Deduction-Master.
	PERFORM Open-Reference-Files.
	PERFORM Load-Deduction-Type-Rules.
	OPEN OUTPUT AuditFile.

	MOVE SPACES TO auditRecord.
	MOVE "DEDUCTION MASTER MAINTENANCE AUDIT TRAIL" TO auditRecord.
	PERFORM Write-Audit-Line.
	IF TypeRulesMissing
		STRING "WARNING - DEDUCTION TYPE FILE NOT AVAILABLE, STATUS "
			DELIMITED BY SIZE
		deductionTypeFileStatus DELIMITED BY SIZE
		" - GARNISHMENTS IDENTIFIED BY CASE NUMBER ONLY"
			DELIMITED BY SIZE
		INTO auditRecord
		PERFORM Write-Audit-Line
	END-IF.

	PERFORM Process-Deduction-Transaction
		UNTIL TransEndOfFile.

	PERFORM Write-Audit-Totals.

	CLOSE DeductTransFile
		  DeductionMaster
		  AuditFile.
	IF EmployeeMasterAvailable
		CLOSE EmployeeMaster
	END-IF.
	IF PayeeMasterAvailable
		CLOSE PayeeMaster
	END-IF.
	IF transErrorCount > 0
		MOVE 4 TO RETURN-CODE
	END-IF.
STOP RUN.

Open-Deduction-Master.
	OPEN I-O DeductionMaster.
	IF NOT DeductionFileOK
		OPEN OUTPUT DeductionMaster
		CLOSE DeductionMaster
		OPEN I-O DeductionMaster
	END-IF.

Open-Reference-Files.
	OPEN INPUT EmployeeMaster.
	IF MasterFileOK
		SET EmployeeMasterAvailable TO TRUE
	END-IF.
	OPEN INPUT PayeeMaster.
	IF PayeeFileOK
		SET PayeeMasterAvailable TO TRUE
	END-IF.

Load-Deduction-Type-Rules.
	MOVE ZEROS TO typeRuleCount.
	OPEN INPUT DeductionTypeFile.
	IF DeductionTypeFileOK
		SET TypeRuleMoreRecords TO TRUE
		PERFORM Load-Deduction-Type-Row
			UNTIL TypeRuleEndOfFile
		CLOSE DeductionTypeFile
	ELSE
		SET TypeRulesMissing TO TRUE
		DISPLAY "DEDMAINT: DEDUCTION TYPE FILE NOT AVAILABLE, STATUS "
			deductionTypeFileStatus
			", GARNISHMENTS IDENTIFIED BY CASE NUMBER ONLY"
	END-IF.

Load-Deduction-Type-Row.
	READ DeductionTypeFile
		AT END
			SET TypeRuleEndOfFile TO TRUE
		NOT AT END
			IF typeRecordCode NOT = SPACES
					AND typeRuleCount < 40
				ADD 1 TO typeRuleCount
				MOVE typeRecordCode TO typeRuleCode (typeRuleCount)
				MOVE typeRecordCategory
					TO typeRuleCategory (typeRuleCount)
			END-IF
	END-READ.

Process-Deduction-Transaction.
	READ DeductTransFile
		AT END
			SET TransEndOfFile TO TRUE
		NOT AT END
			PERFORM Apply-Deduction-Transaction
	END-READ.

Apply-Deduction-Transaction.
	SET TransValid TO TRUE.
	MOVE SPACES TO transErrorReason.

	IF transEmployeeID IS NOT NUMERIC
		SET TransInvalid TO TRUE
		MOVE "NON-NUMERIC EMPLOYEE ID" TO transErrorReason
	END-IF.
	IF TransValid AND transSequence IS NOT NUMERIC
		SET TransInvalid TO TRUE
		MOVE "NON-NUMERIC DEDUCTION SEQUENCE" TO transErrorReason
	END-IF.

	IF TransValid
		EVALUATE TRUE
			WHEN TransAdd
				PERFORM Apply-Add-Transaction
			WHEN TransChange
				PERFORM Apply-Change-Transaction
			WHEN TransSuspend
				PERFORM Apply-Suspend-Transaction
			WHEN TransResume
				PERFORM Apply-Resume-Transaction
			WHEN TransStop
				PERFORM Apply-Stop-Transaction
			WHEN TransArrearsAdjust
				PERFORM Apply-Arrears-Transaction
			WHEN OTHER
				SET TransInvalid TO TRUE
				MOVE "INVALID ACTION CODE" TO transErrorReason
		END-EVALUATE
	END-IF.

	IF TransInvalid
		PERFORM Write-Audit-Error
	END-IF.

Apply-Add-Transaction.
	IF transDeductType = SPACES
		SET TransInvalid TO TRUE
		MOVE "BLANK DEDUCTION TYPE" TO transErrorReason
	END-IF.
	IF TransValid AND NOT TransFlatAmount AND NOT TransPercent
		SET TransInvalid TO TRUE
		MOVE "INVALID DEDUCTION METHOD" TO transErrorReason
	END-IF.
	IF TransValid AND TransFlatAmount
			AND transAmount IS NOT NUMERIC
		SET TransInvalid TO TRUE
		MOVE "NON-NUMERIC DEDUCTION AMOUNT" TO transErrorReason
	END-IF.
	IF TransValid AND TransPercent
			AND transPercentRate IS NOT NUMERIC
		SET TransInvalid TO TRUE
		MOVE "NON-NUMERIC DEDUCTION PERCENT" TO transErrorReason
	END-IF.
	IF TransValid
		PERFORM Verify-Employee-On-Master
	END-IF.
	IF TransValid
		MOVE transDeductType TO garnishmentCheckType
		PERFORM Verify-Garnishment-Payee
	END-IF.
	IF TransValid
		MOVE transEmployeeID TO deductEmployeeID
		MOVE transSequence TO deductSequence
		READ DeductionMaster
			INVALID KEY
				PERFORM Build-New-Deduction-Record
				WRITE deductionRecord
				PERFORM Write-Audit-Action-Line
				MOVE "AFTER" TO auditImageLabel
				PERFORM Write-Audit-Image
				ADD 1 TO transAppliedCount
			NOT INVALID KEY
				SET TransInvalid TO TRUE
				MOVE "DEDUCTION ALREADY ON MASTER" TO transErrorReason
		END-READ
	END-IF.

Build-New-Deduction-Record.
	MOVE transEmployeeID TO deductEmployeeID.
	MOVE transSequence TO deductSequence.
	MOVE transDeductType TO deductType.
	MOVE transMethod TO deductMethod.
	MOVE ZEROS TO deductAmount deductPercent deductPriority
		deductGoalAmount deductTakenToDate deductArrearsBalance
		deductLastTakenAmount deductLastAppliedRecordCount.
	IF transAmount IS NUMERIC
		MOVE transAmount TO deductAmount
	END-IF.
	IF transPercentRate IS NUMERIC
		MOVE transPercentRate TO deductPercent
	END-IF.
	IF transPriority IS NUMERIC
		MOVE transPriority TO deductPriority
	END-IF.
	IF transGoalAmount IS NUMERIC
		MOVE transGoalAmount TO deductGoalAmount
	END-IF.
	MOVE SPACES TO deductLastAppliedPeriod.
	MOVE transCaseNumber TO deductCaseNumber.
	SET DeductionActive TO TRUE.

Apply-Change-Transaction.
	IF transMethod NOT = SPACES
			AND NOT TransFlatAmount AND NOT TransPercent
		SET TransInvalid TO TRUE
		MOVE "INVALID DEDUCTION METHOD" TO transErrorReason
	END-IF.
	IF TransValid AND (transDeductType NOT = SPACES
			OR transCaseNumber NOT = SPACES)
		PERFORM Resolve-Changed-Deduct-Type
		IF garnishmentCheckType NOT = SPACES
			PERFORM Verify-Garnishment-Payee
		END-IF
	END-IF.
	IF TransValid
		MOVE transEmployeeID TO deductEmployeeID
		MOVE transSequence TO deductSequence
		READ DeductionMaster
			INVALID KEY
				SET TransInvalid TO TRUE
				MOVE "DEDUCTION NOT ON MASTER" TO transErrorReason
			NOT INVALID KEY
				PERFORM Write-Audit-Action-Line
				MOVE "BEFORE" TO auditImageLabel
				PERFORM Write-Audit-Image
				PERFORM Apply-Changed-Fields
				REWRITE deductionRecord
				MOVE "AFTER" TO auditImageLabel
				PERFORM Write-Audit-Image
				ADD 1 TO transAppliedCount
		END-READ
	END-IF.

Resolve-Changed-Deduct-Type.
	IF transDeductType NOT = SPACES
		MOVE transDeductType TO garnishmentCheckType
	ELSE
		MOVE transEmployeeID TO deductEmployeeID
		MOVE transSequence TO deductSequence
		READ DeductionMaster
			INVALID KEY
				MOVE SPACES TO garnishmentCheckType
			NOT INVALID KEY
				MOVE deductType TO garnishmentCheckType
		END-READ
	END-IF.

Apply-Changed-Fields.
	IF transDeductType NOT = SPACES
		MOVE transDeductType TO deductType
	END-IF.
	IF TransFlatAmount OR TransPercent
		MOVE transMethod TO deductMethod
	END-IF.
	IF transAmount IS NUMERIC
		MOVE transAmount TO deductAmount
	END-IF.
	IF transPercentRate IS NUMERIC
		MOVE transPercentRate TO deductPercent
	END-IF.
	IF transPriority IS NUMERIC
		MOVE transPriority TO deductPriority
	END-IF.
	IF transGoalAmount IS NUMERIC
		MOVE transGoalAmount TO deductGoalAmount
	END-IF.
	IF transCaseNumber NOT = SPACES
		MOVE transCaseNumber TO deductCaseNumber
	END-IF.

Apply-Suspend-Transaction.
	MOVE transEmployeeID TO deductEmployeeID.
	MOVE transSequence TO deductSequence.
	READ DeductionMaster
		INVALID KEY
			SET TransInvalid TO TRUE
			MOVE "DEDUCTION NOT ON MASTER" TO transErrorReason
		NOT INVALID KEY
			IF NOT DeductionActive
				SET TransInvalid TO TRUE
				MOVE "DEDUCTION NOT ACTIVE" TO transErrorReason
			ELSE
				PERFORM Write-Audit-Action-Line
				MOVE "BEFORE" TO auditImageLabel
				PERFORM Write-Audit-Image
				SET DeductionSuspended TO TRUE
				REWRITE deductionRecord
				MOVE "AFTER" TO auditImageLabel
				PERFORM Write-Audit-Image
				ADD 1 TO transAppliedCount
			END-IF
	END-READ.

Apply-Resume-Transaction.
	MOVE transEmployeeID TO deductEmployeeID.
	MOVE transSequence TO deductSequence.
	READ DeductionMaster
		INVALID KEY
			SET TransInvalid TO TRUE
			MOVE "DEDUCTION NOT ON MASTER" TO transErrorReason
		NOT INVALID KEY
			IF NOT DeductionSuspended
				SET TransInvalid TO TRUE
				MOVE "DEDUCTION NOT SUSPENDED" TO transErrorReason
			ELSE
				PERFORM Write-Audit-Action-Line
				MOVE "BEFORE" TO auditImageLabel
				PERFORM Write-Audit-Image
				SET DeductionActive TO TRUE
				REWRITE deductionRecord
				MOVE "AFTER" TO auditImageLabel
				PERFORM Write-Audit-Image
				ADD 1 TO transAppliedCount
			END-IF
	END-READ.

Apply-Stop-Transaction.
	MOVE transEmployeeID TO deductEmployeeID.
	MOVE transSequence TO deductSequence.
	READ DeductionMaster
		INVALID KEY
			SET TransInvalid TO TRUE
			MOVE "DEDUCTION NOT ON MASTER" TO transErrorReason
		NOT INVALID KEY
			IF DeductionStopped
				SET TransInvalid TO TRUE
				MOVE "DEDUCTION ALREADY STOPPED" TO transErrorReason
			ELSE
				PERFORM Write-Audit-Action-Line
				MOVE "BEFORE" TO auditImageLabel
				PERFORM Write-Audit-Image
				SET DeductionStopped TO TRUE
				REWRITE deductionRecord
				MOVE "AFTER" TO auditImageLabel
				PERFORM Write-Audit-Image
				ADD 1 TO transAppliedCount
			END-IF
	END-READ.

Apply-Arrears-Transaction.
	IF transAdjustAmount IS NOT NUMERIC
		SET TransInvalid TO TRUE
		MOVE "NON-NUMERIC ADJUSTMENT AMOUNT" TO transErrorReason
	END-IF.
	IF TransValid
		MOVE transEmployeeID TO deductEmployeeID
		MOVE transSequence TO deductSequence
		READ DeductionMaster
			INVALID KEY
				SET TransInvalid TO TRUE
				MOVE "DEDUCTION NOT ON MASTER" TO transErrorReason
			NOT INVALID KEY
				PERFORM Adjust-Arrears-Balance
				IF TransValid
					PERFORM Write-Audit-Action-Line
					MOVE "BEFORE" TO auditImageLabel
					PERFORM Write-Audit-Image
					MOVE adjustedArrearsBalance TO deductArrearsBalance
					REWRITE deductionRecord
					MOVE "AFTER" TO auditImageLabel
					PERFORM Write-Audit-Image
					ADD 1 TO transAppliedCount
				END-IF
		END-READ
	END-IF.

Adjust-Arrears-Balance.
	IF deductArrearsBalance IS NUMERIC
		MOVE deductArrearsBalance TO adjustedArrearsBalance
	ELSE
		MOVE ZEROS TO adjustedArrearsBalance
	END-IF.
	IF AdjustSubtract
		IF transAdjustAmount > adjustedArrearsBalance
			SET TransInvalid TO TRUE
			MOVE "ADJUSTMENT EXCEEDS BALANCE" TO transErrorReason
		ELSE
			SUBTRACT transAdjustAmount FROM adjustedArrearsBalance
		END-IF
	ELSE
		ADD transAdjustAmount TO adjustedArrearsBalance
			ON SIZE ERROR
				SET TransInvalid TO TRUE
				MOVE "ADJUSTMENT EXCEEDS FIELD SIZE" TO transErrorReason
		END-ADD
	END-IF.

Verify-Employee-On-Master.
	IF NOT EmployeeMasterAvailable
		SET TransInvalid TO TRUE
		MOVE "EMPLOYEE MASTER NOT AVAILABLE" TO transErrorReason
	ELSE
		MOVE transEmployeeID TO masterEmployeeID
		READ EmployeeMaster
			INVALID KEY
				SET TransInvalid TO TRUE
				MOVE "EMPLOYEE NOT ON MASTER" TO transErrorReason
		END-READ
	END-IF.

Verify-Garnishment-Payee.
	SET VoluntaryDeduction TO TRUE.
	IF typeRuleCount > 0
		SET typeRuleIndex TO 1
		SEARCH typeRuleEntry
			AT END
				CONTINUE
			WHEN typeRuleCode (typeRuleIndex) = garnishmentCheckType
				IF GarnishmentType (typeRuleIndex)
					SET GarnishmentDeduction TO TRUE
				END-IF
		END-SEARCH
	END-IF.
	IF transCaseNumber NOT = SPACES
		SET GarnishmentDeduction TO TRUE
	END-IF.
	IF GarnishmentDeduction
		IF NOT PayeeMasterAvailable
			SET TransInvalid TO TRUE
			MOVE "PAYEE MASTER NOT AVAILABLE" TO transErrorReason
		ELSE
			MOVE garnishmentCheckType TO payeeDeductType
			READ PayeeMaster
				INVALID KEY
					SET TransInvalid TO TRUE
					MOVE "NO PAYEE ON FILE FOR GARNISHMENT TYPE"
						TO transErrorReason
			END-READ
		END-IF
	END-IF.

Write-Audit-Action-Line.
	MOVE SPACES TO auditRecord.
	STRING "ACTION " DELIMITED BY SIZE
	transActionCode DELIMITED BY SIZE
	" EMPLOYEE " DELIMITED BY SIZE
	transEmployeeID DELIMITED BY SIZE
	" SEQUENCE " DELIMITED BY SIZE
	transSequence DELIMITED BY SIZE
	INTO auditRecord.
	PERFORM Write-Audit-Line.

Write-Audit-Image.
	MOVE deductAmount TO auditAmountFormatted.
	MOVE deductPercent TO auditPercentFormatted.
	MOVE deductGoalAmount TO auditGoalFormatted.
	MOVE deductTakenToDate TO auditTakenFormatted.
	MOVE deductArrearsBalance TO auditArrearsFormatted.
	MOVE SPACES TO auditRecord.
	STRING "  " DELIMITED BY SIZE
	auditImageLabel DELIMITED BY SIZE
	" TYPE=" DELIMITED BY SIZE
	deductType DELIMITED BY SIZE
	" METHOD=" DELIMITED BY SIZE
	deductMethod DELIMITED BY SIZE
	" AMOUNT=" DELIMITED BY SIZE
	auditAmountFormatted DELIMITED BY SIZE
	" PCT=" DELIMITED BY SIZE
	auditPercentFormatted DELIMITED BY SIZE
	" PRIORITY=" DELIMITED BY SIZE
	deductPriority DELIMITED BY SIZE
	" STATUS=" DELIMITED BY SIZE
	deductStatus DELIMITED BY SIZE
	" CASE=" DELIMITED BY SIZE
	deductCaseNumber DELIMITED BY SIZE
	INTO auditRecord.
	PERFORM Write-Audit-Line.
	MOVE SPACES TO auditRecord.
	STRING "  " DELIMITED BY SIZE
	auditImageLabel DELIMITED BY SIZE
	" GOAL=" DELIMITED BY SIZE
	auditGoalFormatted DELIMITED BY SIZE
	" TAKEN=" DELIMITED BY SIZE
	auditTakenFormatted DELIMITED BY SIZE
	" ARREARS=" DELIMITED BY SIZE
	auditArrearsFormatted DELIMITED BY SIZE
	INTO auditRecord.
	PERFORM Write-Audit-Line.

Write-Audit-Error.
	ADD 1 TO transErrorCount.
	MOVE SPACES TO auditRecord.
	STRING "ERROR ACTION " DELIMITED BY SIZE
	transActionCode DELIMITED BY SIZE
	" EMPLOYEE " DELIMITED BY SIZE
	transEmployeeID DELIMITED BY SIZE
	" SEQUENCE " DELIMITED BY SIZE
	transSequence DELIMITED BY SIZE
	" REASON=" DELIMITED BY SIZE
	transErrorReason DELIMITED BY SIZE
	INTO auditRecord.
	PERFORM Write-Audit-Line.

Write-Audit-Totals.
	MOVE transAppliedCount TO transAppliedFormatted.
	MOVE transErrorCount TO transErrorFormatted.
	MOVE SPACES TO auditRecord.
	STRING "TRANSACTIONS APPLIED: " DELIMITED BY SIZE
	transAppliedFormatted DELIMITED BY SIZE
	" IN ERROR: " DELIMITED BY SIZE
	transErrorFormatted DELIMITED BY SIZE
	INTO auditRecord.
	PERFORM Write-Audit-Line.

Write-Audit-Line.
	WRITE auditRecord.
	MOVE SPACES TO auditRecord.
