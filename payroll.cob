	SELECT TaxBracketFile ASSIGN TO "payroll_tax_brackets.dat"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS bracketFileStatus.
	SELECT OPTIONAL StateRateFile ASSIGN TO "payroll_state_rates.dat"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS stateRateFileStatus.
	SELECT DeductionTypeFile ASSIGN TO "payroll_deduction_types.dat"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS deductionTypeFileStatus.
	SELECT PayHistoryFile ASSIGN TO "pay_history.dat"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS historyKey
			FILE STATUS IS HistoryFileStatus.
	SELECT TrialProofFile ASSIGN TO "payroll_trial_proof.txt"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OffCycleFile ASSIGN TO "offcycle_earnings.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS offCycleFileStatus.
	SELECT OffCycleRegisterFile
			ASSIGN TO "payroll_offcycle_register.txt"
			ORGANIZATION IS LINE SEQUENTIAL.
	SELECT FinalPayFile ASSIGN TO "final_pay.txt"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS finalPayFileStatus.
	SELECT FinalPayRegisterFile
			ASSIGN TO "payroll_final_pay_register.txt"
			ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
		88 SickEarnings VALUE "S".
		88 HolidayEarnings VALUE "H".
		88 ValidEarningsType VALUE "R" " " "V" "S" "H".
	05 workStateCode PIC X(2).
	05 hoursWorkedFormatted PIC Z(4).99.
	05 rateFormatted PIC Z(4).99.
01 transmittalRecord.
	05 sortedPayType			PIC X(1).
	05 sortedPeriodSalaryAmount	PIC 9(6)V99.
	05 sortedEarningsType		PIC X(1).
	05 sortedWorkStateCode		PIC X(2).

SD SortWorkFile.
01 sortWorkRecord.
	05 sortWorkPayType			PIC X(1).
	05 sortWorkPeriodSalaryAmount	PIC 9(6)V99.
	05 sortWorkEarningsType		PIC X(1).
	05 sortWorkStateCode		PIC X(2).

FD EmployeeMaster.
01 masterRecord.
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

FD ExceptionFile.
01 ExceptionRecord PIC X(100).
	05 checkpointTotalBurden			PIC 9(8)V99.
	05 checkpointIssueLineCount			PIC 9(6).
	05 checkpointRemitLineCount			PIC 9(6).
	05 checkpointTotalEmployerMatch		PIC 9(8)V99.
	05 checkpointStateTotalCount		PIC 9(2).
	05 checkpointStateTotalEntry OCCURS 60 TIMES.
		10 checkpointStateTotalCode			PIC X(2).
		10 checkpointStateTotalWages		PIC 9(8)V99.
		10 checkpointStateTotalWithholding	PIC 9(8)V99.
		10 checkpointStateTotalSutaWages	PIC 9(8)V99.
		10 checkpointStateTotalSuta			PIC 9(8)V99.
	05 checkpointPrenoteSentCount		PIC 9(6).
	05 checkpointPrenoteHeldCount		PIC 9(6).
FD TruncateWorkFile.
01 truncateWorkRecord PIC X(100).

	05 deductLastAppliedRecordCount	PIC 9(6).
	05 deductLastAppliedPeriod	PIC X(8).
	05 deductCaseNumber			PIC X(12).
	05 deductStatus				PIC X.
		88 DeductionActive		VALUE "A" " ".
		88 DeductionSuspended	VALUE "S".
		88 DeductionStopped		VALUE "X".

FD DeductionRegisterFile.
01 deductionRegisterRecord PIC X(100).
	05 controlFutaWageBase		PIC 9(8)V99.
	05 controlSutaRate			PIC V9999.
	05 controlSutaWageBase		PIC 9(8)V99.
	05 controlTrialTolerance	PIC 9(3)V99.
	05 controlSupplementalRate	PIC V9999.
	05 controlPrenoteWaitDays	PIC 9(2).
	05 controlDepositSchedule	PIC X.
	05 controlEmployerEin		PIC X(9).

FD TaxBracketFile.
01 taxBracketRecord.
	05 bracketFloorAmount		PIC 9(8)V99.
	05 bracketBaseTax			PIC 9(8)V99.
	05 bracketRate				PIC V9999.
	05 bracketStateCode			PIC X(2).

FD StateRateFile.
01 stateRateRecord.
	05 stateRateCode			PIC X(2).
	05 stateRateEffectiveDate	PIC 9(8).
	05 stateRateWithholding		PIC V9999.
	05 stateRateSutaRate		PIC V9999.
	05 stateRateSutaWageBase	PIC 9(8)V99.

FD DeductionTypeFile.
01 deductionTypeRecord.
	05 typeRecordCode			PIC X(4).
	05 typeRecordTaxability		PIC X.
	05 typeRecordBox12Code		PIC X(2).
	05 typeRecordMatchRate		PIC 9V999.
	05 typeRecordMatchCap		PIC V999.
	05 typeRecordCategory		PIC X.

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

FD TrialProofFile.
01 trialProofRecord PIC X(132).

FD OffCycleFile.
01 offCycleRecord.
	05 offCycleEmployeeID		PIC 9(5).
	05 offCycleEarningsCode		PIC X(4).
	05 offCycleAmount			PIC 9(6)V99.
	05 offCycleGrossUpFlag		PIC X.
		88 OffCycleGrossUp		VALUE "Y".
		88 OffCycleNoGrossUp	VALUE "N" " ".

FD OffCycleRegisterFile.
01 offCycleRegisterRecord PIC X(132).

FD FinalPayFile.
01 finalPayRecord.
	05 finalPayEmployeeID		PIC 9(5).
	05 finalPayTermDate			PIC X(8).
	05 finalPayHours			PIC 9(4)V99.
	05 finalPayHoursText REDEFINES finalPayHours PIC X(6).

FD FinalPayRegisterFile.
01 finalPayRegisterRecord PIC X(132).

WORKING-STORAGE SECTION.

	88 MasterFileOK VALUE "00".
01 DeductionFileStatus PIC XX VALUE ZEROS.
	88 DeductionFileOK VALUE "00".
01 deductionFileSwitch PIC X VALUE "Y".
	88 DeductionsAvailable VALUE "Y".
	88 DeductionsMissing VALUE "N".
01 checkNumberFileStatus PIC XX VALUE ZEROS.
	88 CheckNumberFileOK VALUE "00".
01 HistoryFileStatus PIC XX VALUE ZEROS.
01 bracketFileStatus PIC XX VALUE ZEROS.
	88 BracketFileOK VALUE "00".
01 withholdingBrackets.
	05 bracketRowCount			PIC 9(3) VALUE ZEROS.
	05 bracketSelectedDate		PIC 9(8) VALUE ZEROS.
	05 bracketEOFSwitch			PIC X VALUE "N".
		88 BracketEndOfFile		VALUE "Y".
	05 bracketLoadSwitch		PIC X VALUE "N".
		88 BracketTablesLoaded	VALUE "Y".
		88 BracketTablesMissing	VALUE "N".
	05 bracketEntry OCCURS 120 TIMES.
		10 bracketEntryAuthority	PIC X.
		10 bracketEntryState		PIC X(2).
		10 bracketEntryStatus		PIC X.
		10 bracketEntryFloor		PIC 9(8)V99.
		10 bracketEntryBaseTax		PIC 9(8)V99.
		10 bracketEntryRate			PIC V9999.
	05 bracketScanIndex			PIC 9(3) VALUE ZEROS.
	05 bracketBestIndex			PIC 9(3) VALUE ZEROS.
	05 bracketAuthorityWanted	PIC X VALUE SPACES.
	05 bracketStateWanted		PIC X(2) VALUE SPACES.
	05 bracketStatusWanted		PIC X VALUE SPACES.
	05 bracketAllowancesWanted	PIC 9(2) VALUE ZEROS.
	05 bracketTaxableWages		PIC 9(6)V99 VALUE ZEROS.
01 stateRateFileStatus PIC XX VALUE ZEROS.
	88 StateRateFileOK VALUE "00".
01 stateRateTable.
	05 stateRateEOFSwitch		PIC X VALUE "N".
		88 StateRateEndOfFile	VALUE "Y".
		88 StateRateMoreRecords	VALUE "N".
	05 stateRateFoundSwitch		PIC X VALUE "N".
		88 StateRateFound		VALUE "Y".
		88 StateRateNotFound	VALUE "N".
	05 stateRateCount			PIC 9(2) VALUE ZEROS.
	05 stateRateEntry OCCURS 1 TO 60 TIMES
			DEPENDING ON stateRateCount
			INDEXED BY stateRateIndex.
		10 stateRateEntryCode			PIC X(2).
		10 stateRateEntryDate			PIC 9(8).
		10 stateRateEntryWithholding	PIC V9999.
		10 stateRateEntrySuta			PIC V9999.
		10 stateRateEntrySutaBase		PIC 9(8)V99.
01 deductionTypeFileStatus PIC XX VALUE ZEROS.
	88 DeductionTypeFileOK VALUE "00".
01 deductionTypeRules.
	05 typeRuleEOFSwitch		PIC X VALUE "N".
		88 TypeRuleEndOfFile	VALUE "Y".
		88 TypeRuleMoreRecords	VALUE "N".
	05 typeRuleCount			PIC 9(2) VALUE ZEROS.
	05 typeRuleEntry OCCURS 1 TO 40 TIMES
			DEPENDING ON typeRuleCount
			INDEXED BY typeRuleIndex.
		10 typeRuleCode			PIC X(4).
		10 typeRuleTaxability	PIC X.
		10 typeRuleBox12Code	PIC X(2).
		10 typeRuleMatchRate	PIC 9V999.
		10 typeRuleMatchCap		PIC V999.
01 withholdingCalc.
	05 ficaWageBase				PIC 9(8)V99 VALUE ZEROS.
	05 payPeriodsPerYear		PIC 9(2) VALUE ZEROS.
	05 allowanceAmount			PIC 9(6)V99 VALUE ZEROS.
	05 employeeFilingStatus		PIC X VALUE "S".
	05 employeeAllowances		PIC 9(2) VALUE ZEROS.
	05 employeeResidentState	PIC X(2) VALUE SPACES.
	05 employeeStateFilingStatus	PIC X VALUE "S".
	05 employeeStateAllowances	PIC 9(2) VALUE ZEROS.
	05 ytdGrossBeforeRun		PIC 9(8)V99 VALUE ZEROS.
	05 annualizedWages			PIC 9(8)V99 VALUE ZEROS.
	05 allowanceReduction		PIC 9(8)V99 VALUE ZEROS.
	05 annualTaxAmount			PIC 9(8)V99 VALUE ZEROS.
	05 periodTaxAmount			PIC 9(6)V99 VALUE ZEROS.
	05 ficaTaxableThisPeriod	PIC 9(8)V99 VALUE ZEROS.
	05 incomeTaxableWages		PIC 9(6)V99 VALUE ZEROS.
	05 ficaTaxableWages			PIC 9(6)V99 VALUE ZEROS.
	05 ytdFicaWagesBeforeRun	PIC 9(8)V99 VALUE ZEROS.
	05 supplementalRate			PIC V9999 VALUE .2200.
	05 supplementalSwitch		PIC X VALUE "N".
		88 SupplementalWages	VALUE "Y".
		88 RegularWages			VALUE "N".
01 employerBurden.
	05 futaRate					PIC V9999 VALUE ZEROS.
	05 futaWageBase				PIC 9(8)V99 VALUE ZEROS.
	05 TotalFutaRaw				PIC 9(8)V99 VALUE ZEROS.
	05 TotalSutaRaw				PIC 9(8)V99 VALUE ZEROS.
	05 TotalBurdenRaw			PIC 9(8)V99 VALUE ZEROS.
	05 TotalEmployerMatchRaw	PIC 9(8)V99 VALUE ZEROS.
	05 burdenedLaborCostRaw		PIC 9(8)V99 VALUE ZEROS.
	05 employerTotalFormatted	PIC Z(8).99.
01 withholding.
		10 groupDeptCode		PIC X(4).
		10 groupDeptHours		PIC 9(4)V99.
		10 groupDeptSalary		PIC 9(6)V99.
	05 groupStateCount			PIC 9 VALUE ZEROS.
	05 groupNamedStateCount		PIC 9 VALUE ZEROS.
	05 groupStateEntry OCCURS 4 TIMES.
		10 groupStateCode		PIC X(2).
		10 groupStateHours		PIC 9(4)V99.
		10 groupStateSalary		PIC 9(6)V99.
	05 groupStateSearchIndex	PIC 9 VALUE ZEROS.
	05 groupStateFoundSwitch	PIC X VALUE "N".
		88 GroupStateFound		VALUE "Y".
		88 GroupStateNotFound	VALUE "N".
	05 groupDeptSearchIndex		PIC 9(2) VALUE ZEROS.
	05 groupDeptFoundSwitch		PIC X VALUE "N".
		88 GroupDeptFound		VALUE "Y".
	05 groupLineSwitch			PIC X VALUE "Y".
		88 GroupLineAccepted	VALUE "Y".
		88 GroupLineRejected	VALUE "N".
01 holdInputRecord PIC X(93).
01 prorateControls.
	05 prorateIndex				PIC 9(2) VALUE ZEROS.
	05 prorateShareAmount		PIC 9(6)V99 VALUE ZEROS.
	05 departmentGrossPayFormatted		PIC Z(8).99.
	05 departmentEmployeeCountFormatted	PIC Z(4).
	05 departmentBurdenFormatted		PIC Z(8).99.
01 stateTotalsTable.
	05 stateTotalCount PIC 9(2) VALUE ZEROS.
	05 stateTotalEntry OCCURS 1 TO 60 TIMES
			DEPENDING ON stateTotalCount
			INDEXED BY stateTotalIndex.
		10 stateTotalCode			PIC X(2).
		10 stateTotalWages			PIC 9(8)V99.
		10 stateTotalWithholding	PIC 9(8)V99.
		10 stateTotalSutaWages		PIC 9(8)V99.
		10 stateTotalSuta			PIC 9(8)V99.
01 payPeriodEndDate PIC X(8) VALUE SPACES.
01 runParameters.
	05 commandLineBuffer	PIC X(40) VALUE SPACES.
	05 runModeToken			PIC X(8) VALUE SPACES.
		88 VoidRequest		VALUE "VOID".
		88 RetroRequest		VALUE "RETRO".
		88 TrialRequest		VALUE "TRIAL".
		88 OffCycleRequest	VALUE "OFFCYCLE".
		88 FinalPayRequest	VALUE "FINAL".
	05 parmEmployeeIDText	PIC X(5) VALUE SPACES.
	05 parmDateText			PIC X(8) VALUE SPACES.
	05 parmRateText			PIC X(10) VALUE SPACES.
	05 runModeSwitch		PIC X VALUE "N".
		88 VoidRun			VALUE "Y".
		88 RetroRun			VALUE "R".
		88 TrialRun			VALUE "T".
		88 OffCycleRun		VALUE "O".
		88 FinalPayRun		VALUE "F".
		88 PayrollRun		VALUE "N".
01 voidFormats.
	05 voidAmountFormatted	PIC -Z(5)9.99.
	05 voidHoursFormatted	PIC -Z(3)9.99.
01 voidFinalPayWork.
	05 voidPayoutAmount		PIC S9(6)V99 VALUE ZEROS.
	05 voidVacationHours	PIC 9(4)V99 VALUE ZEROS.
01 calendarFileStatus PIC XX VALUE ZEROS.
	88 CalendarFileOK VALUE "00".
01 runControls.
		10 deductEntryLastAppliedRecordCount	PIC 9(6).
		10 deductEntryLastAppliedPeriod	PIC X(8).
		10 deductEntryCaseNumber	PIC X(12).
		10 deductEntryTaxability	PIC X.
			88 PreTaxEntryDeduction		VALUE "I" "A".
			88 CafeteriaEntryDeduction	VALUE "A".
		10 deductEntryBox12Code		PIC X(2).
		10 deductEntryMatchRate		PIC 9V999.
		10 deductEntryMatchCap		PIC V999.
01 deductionWork.
	05 deductionEOFSwitch		PIC X VALUE "N".
		88 DeductionEndOfFile	VALUE "Y".
	05 deductionSortOuterIndex	PIC 9(2) VALUE ZEROS.
	05 deductionSortInnerIndex	PIC 9(2) VALUE ZEROS.
	05 deductionSortMinIndex	PIC 9(2) VALUE ZEROS.
	05 deductionSwapArea		PIC X(92).
	05 applyDeductionIndex		PIC 9(2) VALUE ZEROS.
	05 deductionCopyIndex		PIC 9(2) VALUE ZEROS.
	05 deductionRequestedAmount	PIC 9(6)V99 VALUE ZEROS.
	05 deductionArrearsAmount	PIC 9(6)V99 VALUE ZEROS.
	05 deductionGoalRemaining	PIC 9(8)V99 VALUE ZEROS.
	05 totalDeductionsForEmployee	PIC 9(6)V99 VALUE ZEROS.
	05 deductionPassSwitch		PIC X VALUE "P".
		88 PreTaxPass			VALUE "P".
		88 PostTaxPass			VALUE "N".
	05 preTaxDeferralAmount		PIC 9(6)V99 VALUE ZEROS.
	05 preTaxCafeteriaAmount	PIC 9(6)V99 VALUE ZEROS.
	05 employerMatchAmount		PIC 9(6)V99 VALUE ZEROS.
	05 deductionMatchAmount		PIC 9(6)V99 VALUE ZEROS.
	05 deductionMatchBasis		PIC 9(6)V99 VALUE ZEROS.
	05 box12FoundIndex			PIC 9 VALUE ZEROS.
	05 box12ScanIndex			PIC 9 VALUE ZEROS.
	05 box12SearchIndex			PIC 9 VALUE ZEROS.
	05 box12WantedCode			PIC X(2) VALUE SPACES.
	05 deductionTakenFormatted	PIC Z(6).99.
	05 deductionArrearsFormatted	PIC Z(6).99.
	05 deductionTypeTotalFormatted	PIC Z(8).99.
	05 deductionTaxLabel		PIC X(8) VALUE SPACES.
01 employeeBox12Table.
	05 employeeBox12Entry OCCURS 4 TIMES.
		10 employeeBox12Code		PIC X(2).
		10 employeeBox12Amount		PIC 9(6)V99.
01 employeeStateTable.
	05 employeeStateEntry OCCURS 4 TIMES.
		10 employeeStateCode		PIC X(2).
		10 employeeStateWages		PIC 9(6)V99.
		10 employeeStateWithholding	PIC 9(6)V99.
		10 employeeStateSutaWages	PIC 9(6)V99.
		10 employeeStateSuta		PIC 9(6)V99.
01 employeeStateYtdTable.
	05 employeeStateYtdEntry OCCURS 4 TIMES.
		10 employeeStateYtdCode			PIC X(2).
		10 employeeStateYtdSutaWages	PIC 9(8)V99.
01 stateWithholdingWork.
	05 stateEntryCount			PIC 9 VALUE ZEROS.
	05 stateEntryIndex			PIC 9 VALUE ZEROS.
	05 stateFoundIndex			PIC 9 VALUE ZEROS.
	05 stateSlotIndex			PIC 9 VALUE ZEROS.
	05 stateSlotFoundIndex		PIC 9 VALUE ZEROS.
	05 stateShareIndex			PIC 9 VALUE ZEROS.
	05 stateShareLastIndex		PIC 9 VALUE ZEROS.
	05 stateCopyIndex			PIC 9(2) VALUE ZEROS.
	05 stateWantedCode			PIC X(2) VALUE SPACES.
	05 stateShareCode			PIC X(2) VALUE SPACES.
	05 stateShareWages			PIC 9(6)V99 VALUE ZEROS.
	05 stateShareFicaWages		PIC 9(6)V99 VALUE ZEROS.
	05 stateWagesRemaining		PIC 9(6)V99 VALUE ZEROS.
	05 stateFicaWagesRemaining	PIC 9(6)V99 VALUE ZEROS.
	05 stateTaxCode				PIC X(2) VALUE SPACES.
	05 stateTaxWages			PIC 9(6)V99 VALUE ZEROS.
	05 stateTaxAmount			PIC 9(6)V99 VALUE ZEROS.
	05 stateWorkTaxAmount		PIC 9(6)V99 VALUE ZEROS.
	05 stateCreditAmount		PIC 9(6)V99 VALUE ZEROS.
	05 stateSutaRateUsed		PIC V9999 VALUE ZEROS.
	05 stateSutaBaseUsed		PIC 9(8)V99 VALUE ZEROS.
	05 stateYtdSutaWages		PIC 9(8)V99 VALUE ZEROS.
	05 stateSutaBasis			PIC 9(8)V99 VALUE ZEROS.
	05 stateSutaTaxable			PIC 9(8)V99 VALUE ZEROS.
	05 stateBracketSwitch		PIC X VALUE "N".
		88 StateBracketsPresent	VALUE "Y".
		88 StateBracketsMissing	VALUE "N".
	05 stateReportCode			PIC X(2) VALUE SPACES.
	05 stateWagesFormatted		PIC Z(8).99.
	05 stateWithholdingFormatted	PIC Z(8).99.
	05 stateSutaWagesFormatted	PIC Z(8).99.
	05 stateSutaFormatted		PIC Z(8).99.
01 deductionTypeTotals.
	05 deductionTypeCount	PIC 9(2) VALUE ZEROS.
	05 deductionTypeEntry OCCURS 1 TO 20 TIMES
	05 achEntryCount		PIC 9(6) VALUE ZEROS.
	05 achAmountCents		PIC 9(10) VALUE ZEROS.
	05 achTotalAmountCents	PIC 9(10) VALUE ZEROS.
01 prenoteControls.
	05 prenoteWaitDays			PIC 9(2) VALUE 6.
	05 prenoteActionSwitch		PIC X VALUE "N".
		88 PrenoteNoAction		VALUE "N".
		88 PrenoteSendEntry		VALUE "S".
		88 PrenoteHoldByCheck	VALUE "H".
	05 masterAccountSwitch		PIC X VALUE "Y".
		88 MasterAccountVerified	VALUE "Y".
		88 MasterAccountUnverified	VALUE "N".
	05 prenoteSentDate			PIC 9(8) VALUE ZEROS.
	05 prenoteRunDate			PIC 9(8) VALUE ZEROS.
	05 prenoteElapsedDays		PIC 9(5) VALUE ZEROS.
	05 prenoteSentCount			PIC 9(6) VALUE ZEROS.
	05 prenoteHeldCount			PIC 9(6) VALUE ZEROS.
	05 prenoteCountFormatted	PIC Z(5)9.
	05 prenoteHeldFormatted	PIC Z(5)9.
01 trialProof.
	05 trialTolerancePercent	PIC 9(3)V99 VALUE 10.00.
	05 trialHistorySwitch		PIC X VALUE "N".
		88 TrialHistoryAvailable	VALUE "Y".
		88 TrialHistoryMissing		VALUE "N".
	05 trialHistoryEOFSwitch	PIC X VALUE "N".
		88 TrialHistoryEndOfFile	VALUE "Y".
		88 TrialHistoryMoreRecords	VALUE "N".
	05 trialPriorSwitch			PIC X VALUE "N".
		88 TrialPriorFound		VALUE "Y".
		88 TrialPriorNotFound	VALUE "N".
	05 trialTimesheetSwitch		PIC X VALUE "N".
		88 TrialTimesheetFound		VALUE "Y".
		88 TrialTimesheetNotFound	VALUE "N".
	05 trialPriorPeriodEndDate	PIC X(8) VALUE SPACES.
	05 trialPriorHours			PIC 9(4)V99 VALUE ZEROS.
	05 trialPriorGross			PIC 9(6)V99 VALUE ZEROS.
	05 trialPriorNet			PIC 9(6)V99 VALUE ZEROS.
	05 trialVariancePercent		PIC S9(5)V99 VALUE ZEROS.
	05 trialFlagText			PIC X(12) VALUE SPACES.
	05 trialLastTimesheetID		PIC 9(5) VALUE ZEROS.
	05 trialComparedCount		PIC 9(5) VALUE ZEROS.
	05 trialVarianceCount		PIC 9(5) VALUE ZEROS.
	05 trialFirstPayCount		PIC 9(5) VALUE ZEROS.
	05 trialNoTimesheetCount	PIC 9(5) VALUE ZEROS.
	05 trialHoursFormatted		PIC Z(3)9.99.
	05 trialPriorHoursFormatted	PIC Z(3)9.99.
	05 trialGrossFormatted		PIC Z(5)9.99.
	05 trialPriorGrossFormatted	PIC Z(5)9.99.
	05 trialNetFormatted		PIC Z(5)9.99.
	05 trialPriorNetFormatted	PIC Z(5)9.99.
	05 trialVarianceFormatted	PIC -Z(4)9.99.
	05 trialToleranceFormatted	PIC ZZ9.99.
	05 trialComparedFormatted	PIC Z(4)9.
	05 trialVarianceCountFormatted	PIC Z(4)9.
	05 trialFirstPayFormatted	PIC Z(4)9.
	05 trialNoTimesheetFormatted	PIC Z(4)9.
01 offCycleFileStatus PIC XX VALUE ZEROS.
	88 OffCycleFileOK VALUE "00".
01 offCycleWork.
	05 offCycleEOFSwitch		PIC X VALUE "N".
		88 OffCycleEndOfFile	VALUE "Y".
		88 OffCycleMoreRecords	VALUE "N".
	05 offCycleGroupSwitch		PIC X VALUE "N".
		88 OffCycleGroupOpen	VALUE "Y".
		88 OffCycleGroupClosed	VALUE "N".
	05 offCyclePaymentSwitch	PIC X VALUE "Y".
		88 OffCyclePaymentAllowed	VALUE "Y".
		88 OffCyclePaymentBlocked	VALUE "N".
	05 offCycleAchSwitch		PIC X VALUE "N".
		88 OffCycleAchBatchOpen	VALUE "Y".
	05 grossUpSwitch			PIC X VALUE "N".
		88 GrossUpSettled		VALUE "Y".
		88 GrossUpNotSettled	VALUE "N".
	05 grossUpPassCount			PIC 9(2) VALUE ZEROS.
	05 offCycleGroupEmployeeID	PIC 9(5) VALUE ZEROS.
	05 offCycleGroupName		PIC X(20) VALUE SPACES.
	05 offCycleGroupRouting		PIC 9(9) VALUE ZEROS.
	05 offCycleGroupAccount		PIC X(17) VALUE SPACES.
	05 offCycleGroupCode		PIC X(4) VALUE SPACES.
	05 offCycleGroupGrossUpFlag	PIC X VALUE "N".
		88 OffCycleGroupGrossUp	VALUE "Y".
	05 offCycleGroupAmount		PIC 9(6)V99 VALUE ZEROS.
	05 offCyclePaidBy			PIC X(14) VALUE SPACES.
	05 offCycleLineCount		PIC 9(5) VALUE ZEROS.
	05 offCyclePaidCount		PIC 9(5) VALUE ZEROS.
	05 offCycleRejectCount		PIC 9(5) VALUE ZEROS.
	05 offCycleCheckCount		PIC 9(5) VALUE ZEROS.
	05 offCycleAchCount			PIC 9(5) VALUE ZEROS.
	05 offCycleTotalGross		PIC 9(8)V99 VALUE ZEROS.
	05 offCycleTotalNet			PIC 9(8)V99 VALUE ZEROS.
	05 offCycleRateFormatted	PIC .9999.
	05 offCycleGrossFormatted	PIC Z(5)9.99.
	05 offCycleNetFormatted		PIC Z(5)9.99.
	05 offCycleFederalFormatted	PIC Z(5)9.99.
	05 offCycleStateFormatted	PIC Z(5)9.99.
	05 offCycleFicaFormatted	PIC Z(5)9.99.
	05 offCycleDeductFormatted	PIC Z(5)9.99.
	05 offCycleTotalGrossFormatted	PIC Z(7)9.99.
	05 offCycleTotalNetFormatted	PIC Z(7)9.99.
	05 offCycleCountFormatted	PIC Z(4)9.
	05 offCycleCheckCountFormatted	PIC Z(4)9.
	05 offCycleAchCountFormatted	PIC Z(4)9.
01 finalPayFileStatus PIC XX VALUE ZEROS.
	88 FinalPayFileOK VALUE "00".
01 finalPayWork.
	05 finalPayEOFSwitch		PIC X VALUE "N".
		88 FinalPayEndOfFile	VALUE "Y".
		88 FinalPayMoreRecords	VALUE "N".
	05 finalPayAchSwitch		PIC X VALUE "N".
		88 FinalPayAchBatchOpen	VALUE "Y".
	05 finalPaymentSwitch		PIC X VALUE "Y".
		88 FinalPaymentAllowed	VALUE "Y".
		88 FinalPaymentBlocked	VALUE "N".
	05 finalHistoryEOFSwitch	PIC X VALUE "N".
		88 FinalHistoryEndOfFile	VALUE "Y".
		88 FinalHistoryMoreRecords	VALUE "N".
	05 finalMasterEOFSwitch		PIC X VALUE "N".
		88 FinalMasterEndOfFile		VALUE "Y".
		88 FinalMasterMoreRecords	VALUE "N".
	05 finalPriorPaySwitch		PIC X VALUE "N".
		88 FinalAlreadyPaid		VALUE "Y".
		88 FinalNotYetPaid		VALUE "N".
	05 finalTermDate			PIC X(8) VALUE SPACES.
	05 finalHours				PIC 9(4)V99 VALUE ZEROS.
	05 finalRate				PIC 9(4)V99 VALUE ZEROS.
	05 finalLastRegularDate		PIC X(8) VALUE SPACES.
	05 finalLastRegularRate		PIC 9(4)V99 VALUE ZEROS.
	05 finalLastRegularGross	PIC 9(6)V99 VALUE ZEROS.
	05 finalVacationHours		PIC 9(4)V99 VALUE ZEROS.
	05 finalSickHours			PIC 9(4)V99 VALUE ZEROS.
	05 finalHoursWages			PIC 9(6)V99 VALUE ZEROS.
	05 finalVacationPayout		PIC 9(6)V99 VALUE ZEROS.
	05 finalRegularFederal		PIC 9(6)V99 VALUE ZEROS.
	05 finalSupplementalWages	PIC 9(6)V99 VALUE ZEROS.
	05 finalRegularPreTax		PIC 9(6)V99 VALUE ZEROS.
	05 finalRegularTaxable		PIC 9(6)V99 VALUE ZEROS.
	05 finalActiveDeductions	PIC 9(2) VALUE ZEROS.
	05 finalPaidBy				PIC X(14) VALUE SPACES.
	05 finalLineCount			PIC 9(5) VALUE ZEROS.
	05 finalPaidCount			PIC 9(5) VALUE ZEROS.
	05 finalRejectCount			PIC 9(5) VALUE ZEROS.
	05 finalCheckCount			PIC 9(5) VALUE ZEROS.
	05 finalAchCount			PIC 9(5) VALUE ZEROS.
	05 finalListedCount			PIC 9(5) VALUE ZEROS.
	05 finalTotalGross			PIC 9(8)V99 VALUE ZEROS.
	05 finalTotalNet			PIC 9(8)V99 VALUE ZEROS.
	05 finalTotalPayout			PIC 9(8)V99 VALUE ZEROS.
	05 finalHoursFormatted		PIC Z(3)9.99.
	05 finalVacationFormatted	PIC Z(3)9.99.
	05 finalSickFormatted		PIC Z(3)9.99.
	05 finalRateFormatted		PIC Z(3)9.99.
	05 finalGrossFormatted		PIC Z(5)9.99.
	05 finalNetFormatted		PIC Z(5)9.99.
	05 finalPayoutFormatted		PIC Z(5)9.99.
	05 finalFederalFormatted	PIC Z(5)9.99.
	05 finalStateFormatted		PIC Z(5)9.99.
	05 finalFicaFormatted		PIC Z(5)9.99.
	05 finalDeductFormatted		PIC Z(5)9.99.
	05 finalCountFormatted		PIC Z(4)9.
	05 finalCheckCountFormatted	PIC Z(4)9.
	05 finalAchCountFormatted	PIC Z(4)9.
	05 finalDeductCountFormatted	PIC Z9.
	05 finalTotalGrossFormatted	PIC Z(7)9.99.
	05 finalTotalNetFormatted	PIC Z(7)9.99.
	05 finalTotalPayoutFormatted	PIC Z(7)9.99.
	05 finalSupplementalFormatted	PIC .9999.
01 trialTimesheetTable.
	05 trialTimesheetCount		PIC 9(5) VALUE ZEROS.
	05 trialTimesheetEntry OCCURS 1 TO 10000 TIMES
			DEPENDING ON trialTimesheetCount
			ASCENDING KEY IS trialTimesheetID
			INDEXED BY trialTimesheetIndex.
		10 trialTimesheetID		PIC 9(5).

PROCEDURE DIVISION.
Main-Logic.
		PERFORM Process-Retro-Request
		STOP RUN
	END-IF.
	IF TrialRun
		PERFORM Process-Trial-Request
		STOP RUN
	END-IF.
	IF OffCycleRun
		PERFORM Process-Off-Cycle-Request
		STOP RUN
	END-IF.
	IF FinalPayRun
		PERFORM Process-Final-Pay-Request
		STOP RUN
	END-IF.
	PERFORM Read-Check-Number-Control.
	PERFORM Read-Checkpoint.
	PERFORM Validate-Pay-Calendar.
	PERFORM Write-Run-Log-Start.
	PERFORM Load-Rate-Parameters.
	PERFORM Load-Tax-Brackets.
	PERFORM Load-State-Rates.
	PERFORM Load-Deduction-Type-Rules.

	IF RestartRun
		PERFORM Truncate-Output-File
				STOP RUN
			END-IF
			ACCEPT payPeriodEndDate FROM DATE YYYYMMDD
		WHEN TrialRequest
			SET TrialRun TO TRUE
			UNSTRING commandLineBuffer DELIMITED BY ALL " "
				INTO runModeToken payPeriodEndDate parmDateText
			IF payPeriodEndDate = SPACES OR payPeriodEndDate = ZEROS
				ACCEPT payPeriodEndDate FROM DATE YYYYMMDD
			END-IF
			IF parmDateText = "RERUN"
				SET RerunOverride TO TRUE
			END-IF
		WHEN OffCycleRequest
			SET OffCycleRun TO TRUE
			UNSTRING commandLineBuffer DELIMITED BY ALL " "
				INTO runModeToken payPeriodEndDate
			IF payPeriodEndDate = SPACES OR payPeriodEndDate = ZEROS
				ACCEPT payPeriodEndDate FROM DATE YYYYMMDD
			END-IF
		WHEN FinalPayRequest
			SET FinalPayRun TO TRUE
			UNSTRING commandLineBuffer DELIMITED BY ALL " "
				INTO runModeToken payPeriodEndDate
			IF payPeriodEndDate = SPACES OR payPeriodEndDate = ZEROS
				ACCEPT payPeriodEndDate FROM DATE YYYYMMDD
			END-IF
		WHEN OTHER
			MOVE runModeToken TO payPeriodEndDate
			IF payPeriodEndDate = SPACES OR payPeriodEndDate = ZEROS
				SET RerunOverride TO TRUE
			END-IF
	END-EVALUATE.
	IF OffCycleRun OR FinalPayRun
		PERFORM Validate-Extra-Pay-Date
	END-IF.

Validate-Extra-Pay-Date.
	IF payPeriodEndDate IS NOT NUMERIC
		DISPLAY "PAYROLL: PAY DATE " payPeriodEndDate
			" IS NOT A VALID YYYYMMDD DATE"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (payPeriodEndDate))
			NOT = 0
		DISPLAY "PAYROLL: PAY DATE " payPeriodEndDate
			" IS NOT A VALID YYYYMMDD DATE"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

Validate-Pay-Calendar.
	PERFORM Load-Pay-Calendar.
				ELSE
					MOVE ZEROS TO sutaWageBase
				END-IF
				IF controlTrialTolerance IS NUMERIC
					MOVE controlTrialTolerance
						TO trialTolerancePercent
				ELSE
					MOVE 10.00 TO trialTolerancePercent
				END-IF
				IF controlSupplementalRate IS NUMERIC
					MOVE controlSupplementalRate TO supplementalRate
				ELSE
					MOVE .2200 TO supplementalRate
				END-IF
				IF controlPrenoteWaitDays IS NUMERIC
					MOVE controlPrenoteWaitDays TO prenoteWaitDays
				ELSE
					MOVE 6 TO prenoteWaitDays
				END-IF
			END-IF
	END-READ.

			SET BracketEndOfFile TO TRUE
		NOT AT END
			IF bracketEffectiveDate = bracketSelectedDate
					AND bracketRowCount < 120
				ADD 1 TO bracketRowCount
				MOVE bracketAuthority
					TO bracketEntryAuthority (bracketRowCount)
				MOVE bracketStateCode
					TO bracketEntryState (bracketRowCount)
				MOVE bracketFilingStatus
					TO bracketEntryStatus (bracketRowCount)
				MOVE bracketFloorAmount
			END-IF
	END-READ.

Load-State-Rates.
	MOVE ZEROS TO stateRateCount.
	OPEN INPUT StateRateFile.
	IF StateRateFileOK
		SET StateRateMoreRecords TO TRUE
		PERFORM Load-State-Rate-Row
			UNTIL StateRateEndOfFile
		CLOSE StateRateFile
	END-IF.

Load-State-Rate-Row.
	READ StateRateFile
		AT END
			SET StateRateEndOfFile TO TRUE
		NOT AT END
			IF stateRateCode NOT = SPACES
					AND stateRateEffectiveDate IS NUMERIC
					AND stateRateEffectiveDate <= payPeriodEndDate
				PERFORM Select-State-Rate-Row
			END-IF
	END-READ.

Select-State-Rate-Row.
	MOVE stateRateCode TO stateTaxCode.
	PERFORM Find-State-Rate.
	IF StateRateNotFound AND stateRateCount < 60
		ADD 1 TO stateRateCount
		SET stateRateIndex TO stateRateCount
		MOVE stateRateCode TO stateRateEntryCode (stateRateIndex)
		MOVE ZEROS TO stateRateEntryDate (stateRateIndex)
		SET StateRateFound TO TRUE
	END-IF.
	IF StateRateFound
			AND stateRateEffectiveDate
				>= stateRateEntryDate (stateRateIndex)
		MOVE stateRateEffectiveDate
			TO stateRateEntryDate (stateRateIndex)
		IF stateRateWithholding IS NUMERIC
			MOVE stateRateWithholding
				TO stateRateEntryWithholding (stateRateIndex)
		ELSE
			MOVE ZEROS TO stateRateEntryWithholding (stateRateIndex)
		END-IF
		IF stateRateSutaRate IS NUMERIC
			MOVE stateRateSutaRate TO stateRateEntrySuta (stateRateIndex)
		ELSE
			MOVE sutaRate TO stateRateEntrySuta (stateRateIndex)
		END-IF
		IF stateRateSutaWageBase IS NUMERIC
			MOVE stateRateSutaWageBase
				TO stateRateEntrySutaBase (stateRateIndex)
		ELSE
			MOVE sutaWageBase TO stateRateEntrySutaBase (stateRateIndex)
		END-IF
	END-IF.

Find-State-Rate.
	SET StateRateNotFound TO TRUE.
	IF stateRateCount > 0 AND stateTaxCode NOT = SPACES
		SET stateRateIndex TO 1
		SEARCH stateRateEntry
			AT END
				CONTINUE
			WHEN stateRateEntryCode (stateRateIndex) = stateTaxCode
				SET StateRateFound TO TRUE
		END-SEARCH
	END-IF.

Load-Deduction-Type-Rules.
	MOVE ZEROS TO typeRuleCount.
	OPEN INPUT DeductionTypeFile.
	IF DeductionTypeFileOK
		SET TypeRuleMoreRecords TO TRUE
		PERFORM Load-Deduction-Type-Row
			UNTIL TypeRuleEndOfFile
		CLOSE DeductionTypeFile
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
				MOVE typeRecordTaxability
					TO typeRuleTaxability (typeRuleCount)
				MOVE typeRecordBox12Code
					TO typeRuleBox12Code (typeRuleCount)
				IF typeRecordMatchRate IS NUMERIC
					MOVE typeRecordMatchRate
						TO typeRuleMatchRate (typeRuleCount)
				ELSE
					MOVE ZEROS TO typeRuleMatchRate (typeRuleCount)
				END-IF
				IF typeRecordMatchCap IS NUMERIC
					MOVE typeRecordMatchCap
						TO typeRuleMatchCap (typeRuleCount)
				ELSE
					MOVE ZEROS TO typeRuleMatchCap (typeRuleCount)
				END-IF
			END-IF
	END-READ.

Process-Void-Request.
	OPEN I-O PayHistoryFile.
	IF NOT HistoryFileOK
					ON SIZE ERROR MOVE ZEROS TO ytdSUTA
				END-SUBTRACT
			END-IF
			PERFORM Default-Pre-Tax-Ytd-Fields
			IF historyPreTaxDeferral IS NUMERIC
				SUBTRACT historyPreTaxDeferral FROM ytdPreTaxDeferral
					ON SIZE ERROR MOVE ZEROS TO ytdPreTaxDeferral
				END-SUBTRACT
			END-IF
			IF historyPreTaxCafeteria IS NUMERIC
				SUBTRACT historyPreTaxCafeteria FROM ytdPreTaxCafeteria
					ON SIZE ERROR MOVE ZEROS TO ytdPreTaxCafeteria
				END-SUBTRACT
			END-IF
			IF historyEmployerMatch IS NUMERIC
				SUBTRACT historyEmployerMatch FROM ytdEmployerMatch
					ON SIZE ERROR MOVE ZEROS TO ytdEmployerMatch
				END-SUBTRACT
			END-IF
			PERFORM Reverse-Master-Box12-Amount
				VARYING box12ScanIndex FROM 1 BY 1
				UNTIL box12ScanIndex > 4
			PERFORM Default-Master-State-Slot
				VARYING stateSlotIndex FROM 1 BY 1
				UNTIL stateSlotIndex > 4
			PERFORM Reverse-Master-State-Amount
				VARYING stateEntryIndex FROM 1 BY 1
				UNTIL stateEntryIndex > 4
			IF HistoryFinalPay
				PERFORM Restore-Final-Vacation-Balance
			END-IF
			REWRITE masterRecord
			SET HistoryVoided TO TRUE
			REWRITE historyRecord
			PERFORM Write-Void-Report-Lines
	END-READ.

Restore-Final-Vacation-Balance.
	MOVE ZEROS TO voidVacationHours.
	IF historyPayRate IS NUMERIC AND historyPayRate > 0
		COMPUTE voidPayoutAmount ROUNDED = historyGrossPay
			- historyHoursWorked * historyPayRate
		IF voidPayoutAmount > 0
			COMPUTE voidVacationHours ROUNDED =
				voidPayoutAmount / historyPayRate
		END-IF
	END-IF.
	IF masterVacationBalance IS NOT NUMERIC
		MOVE ZEROS TO masterVacationBalance
	END-IF.
	ADD voidVacationHours TO masterVacationBalance
		ON SIZE ERROR
			DISPLAY "PAYROLL: VACATION BALANCE OVERFLOW RESTORING"
				" FINAL PAY FOR EMPLOYEE " historyEmployeeID
	END-ADD.

Reverse-Master-Box12-Amount.
	IF historyBox12Code (box12ScanIndex) NOT = SPACES
			AND historyBox12Amount (box12ScanIndex) IS NUMERIC
		MOVE historyBox12Code (box12ScanIndex) TO box12WantedCode
		MOVE ZEROS TO box12FoundIndex
		PERFORM Match-Master-Box12-Slot
			VARYING box12SearchIndex FROM 1 BY 1
			UNTIL box12SearchIndex > 4 OR box12FoundIndex > 0
		IF box12FoundIndex > 0
			SUBTRACT historyBox12Amount (box12ScanIndex)
				FROM masterBox12Amount (box12FoundIndex)
				ON SIZE ERROR
					MOVE ZEROS TO masterBox12Amount (box12FoundIndex)
			END-SUBTRACT
		END-IF
	END-IF.

Match-Master-Box12-Slot.
	IF masterBox12Code (box12SearchIndex) = box12WantedCode
		MOVE box12SearchIndex TO box12FoundIndex
	END-IF.

Default-Pre-Tax-Ytd-Fields.
	IF ytdPreTaxDeferral IS NOT NUMERIC
		MOVE ZEROS TO ytdPreTaxDeferral
	END-IF.
	IF ytdPreTaxCafeteria IS NOT NUMERIC
		MOVE ZEROS TO ytdPreTaxCafeteria
	END-IF.
	IF ytdEmployerMatch IS NOT NUMERIC
		MOVE ZEROS TO ytdEmployerMatch
	END-IF.
	PERFORM Default-Master-Box12-Slot
		VARYING box12SearchIndex FROM 1 BY 1
		UNTIL box12SearchIndex > 4.

Default-Master-Box12-Slot.
	IF masterBox12Amount (box12SearchIndex) IS NOT NUMERIC
		PERFORM Clear-Master-Box12-Slot
	END-IF.

Clear-Master-Box12-Slot.
	MOVE SPACES TO masterBox12Code (box12SearchIndex).
	MOVE ZEROS TO masterBox12Amount (box12SearchIndex).

Add-Pre-Tax-To-Master.
	PERFORM Default-Pre-Tax-Ytd-Fields.
	ADD preTaxDeferralAmount TO ytdPreTaxDeferral.
	ADD preTaxCafeteriaAmount TO ytdPreTaxCafeteria.
	ADD employerMatchAmount TO ytdEmployerMatch.
	PERFORM Add-Master-Box12-Amount
		VARYING box12ScanIndex FROM 1 BY 1
		UNTIL box12ScanIndex > 4.

Add-Master-Box12-Amount.
	IF employeeBox12Code (box12ScanIndex) NOT = SPACES
			AND employeeBox12Amount (box12ScanIndex) > 0
		MOVE employeeBox12Code (box12ScanIndex) TO box12WantedCode
		MOVE ZEROS TO box12FoundIndex
		PERFORM Match-Master-Box12-Slot
			VARYING box12SearchIndex FROM 1 BY 1
			UNTIL box12SearchIndex > 4 OR box12FoundIndex > 0
		IF box12FoundIndex = 0
			MOVE SPACES TO box12WantedCode
			PERFORM Match-Master-Box12-Slot
				VARYING box12SearchIndex FROM 1 BY 1
				UNTIL box12SearchIndex > 4 OR box12FoundIndex > 0
			IF box12FoundIndex > 0
				MOVE employeeBox12Code (box12ScanIndex)
					TO masterBox12Code (box12FoundIndex)
				MOVE ZEROS TO masterBox12Amount (box12FoundIndex)
			END-IF
		END-IF
		IF box12FoundIndex > 0
			ADD employeeBox12Amount (box12ScanIndex)
				TO masterBox12Amount (box12FoundIndex)
		ELSE
			DISPLAY "PAYROLL: W-2 BOX 12 SLOTS FULL FOR EMPLOYEE "
				masterEmployeeID " CODE "
				employeeBox12Code (box12ScanIndex)
		END-IF
	END-IF.

Default-Master-State-Slot.
	IF masterStateWages (stateSlotIndex) IS NOT NUMERIC
			OR masterStateWithholding (stateSlotIndex) IS NOT NUMERIC
			OR masterStateSutaWages (stateSlotIndex) IS NOT NUMERIC
			OR masterStateSuta (stateSlotIndex) IS NOT NUMERIC
		PERFORM Clear-Master-State-Slot
	END-IF.

Clear-Master-State-Slot.
	MOVE SPACES TO masterStateCode (stateSlotIndex).
	MOVE ZEROS TO masterStateWages (stateSlotIndex)
		masterStateWithholding (stateSlotIndex)
		masterStateSutaWages (stateSlotIndex)
		masterStateSuta (stateSlotIndex).

Match-Master-State-Slot.
	IF masterStateCode (stateSlotIndex) = stateWantedCode
		MOVE stateSlotIndex TO stateSlotFoundIndex
	END-IF.

Add-State-To-Master.
	PERFORM Default-Master-State-Slot
		VARYING stateSlotIndex FROM 1 BY 1
		UNTIL stateSlotIndex > 4.
	PERFORM Add-Master-State-Amount
		VARYING stateEntryIndex FROM 1 BY 1
		UNTIL stateEntryIndex > 4.

Add-Master-State-Amount.
	IF employeeStateCode (stateEntryIndex) NOT = SPACES
		MOVE employeeStateCode (stateEntryIndex) TO stateWantedCode
		MOVE ZEROS TO stateSlotFoundIndex
		PERFORM Match-Master-State-Slot
			VARYING stateSlotIndex FROM 1 BY 1
			UNTIL stateSlotIndex > 4 OR stateSlotFoundIndex > 0
		IF stateSlotFoundIndex = 0
			MOVE SPACES TO stateWantedCode
			PERFORM Match-Master-State-Slot
				VARYING stateSlotIndex FROM 1 BY 1
				UNTIL stateSlotIndex > 4 OR stateSlotFoundIndex > 0
			IF stateSlotFoundIndex > 0
				MOVE employeeStateCode (stateEntryIndex)
					TO masterStateCode (stateSlotFoundIndex)
			END-IF
		END-IF
		IF stateSlotFoundIndex > 0
			ADD employeeStateWages (stateEntryIndex)
				TO masterStateWages (stateSlotFoundIndex)
			ADD employeeStateWithholding (stateEntryIndex)
				TO masterStateWithholding (stateSlotFoundIndex)
			ADD employeeStateSutaWages (stateEntryIndex)
				TO masterStateSutaWages (stateSlotFoundIndex)
			ADD employeeStateSuta (stateEntryIndex)
				TO masterStateSuta (stateSlotFoundIndex)
		ELSE
			DISPLAY "PAYROLL: STATE YTD SLOTS FULL FOR EMPLOYEE "
				masterEmployeeID " STATE "
				employeeStateCode (stateEntryIndex)
		END-IF
	END-IF.

Reverse-Master-State-Amount.
	IF historyStateCode (stateEntryIndex) NOT = SPACES
			AND historyStateWages (stateEntryIndex) IS NUMERIC
			AND historyStateTax (stateEntryIndex) IS NUMERIC
			AND historyStateSutaWages (stateEntryIndex) IS NUMERIC
			AND historyStateSuta (stateEntryIndex) IS NUMERIC
		MOVE historyStateCode (stateEntryIndex) TO stateWantedCode
		MOVE ZEROS TO stateSlotFoundIndex
		PERFORM Match-Master-State-Slot
			VARYING stateSlotIndex FROM 1 BY 1
			UNTIL stateSlotIndex > 4 OR stateSlotFoundIndex > 0
		IF stateSlotFoundIndex > 0
			SUBTRACT historyStateWages (stateEntryIndex)
				FROM masterStateWages (stateSlotFoundIndex)
				ON SIZE ERROR
					MOVE ZEROS TO masterStateWages (stateSlotFoundIndex)
			END-SUBTRACT
			SUBTRACT historyStateTax (stateEntryIndex)
				FROM masterStateWithholding (stateSlotFoundIndex)
				ON SIZE ERROR
					MOVE ZEROS
						TO masterStateWithholding (stateSlotFoundIndex)
			END-SUBTRACT
			SUBTRACT historyStateSutaWages (stateEntryIndex)
				FROM masterStateSutaWages (stateSlotFoundIndex)
				ON SIZE ERROR
					MOVE ZEROS
						TO masterStateSutaWages (stateSlotFoundIndex)
			END-SUBTRACT
			SUBTRACT historyStateSuta (stateEntryIndex)
				FROM masterStateSuta (stateSlotFoundIndex)
				ON SIZE ERROR
					MOVE ZEROS TO masterStateSuta (stateSlotFoundIndex)
			END-SUBTRACT
		END-IF
	END-IF.

Write-Void-Report-Lines.
	OPEN EXTEND OutputFile
		 EXTEND OutputFile2.
Process-Retro-Request.
	PERFORM Load-Rate-Parameters.
	PERFORM Load-Tax-Brackets.
	PERFORM Load-State-Rates.
	PERFORM Load-Deduction-Type-Rules.
	PERFORM Read-Check-Number-Control.
	OPEN I-O PayHistoryFile.
	IF NOT HistoryFileOK
	MOVE grossPayRaw TO grossPayFormatted.
	MOVE masterRoutingNumber TO routingNumber.
	MOVE masterAccountNumber TO accountNumber.
	PERFORM Verify-Master-Bank-Account.
	IF MasterAccountUnverified
		MOVE ZEROS TO routingNumber
	END-IF.
	MOVE ZEROS TO groupLastRecordCount.

	PERFORM Read-Master-Elections.

	OPEN EXTEND DeductionRegisterFile
		 EXTEND ExceptionFile
		 EXTEND RemitExtractFile.
	PERFORM Apply-Pre-Tax-Deductions.
	PERFORM Calculate-Withholding-And-Net-Pay.
	PERFORM Calculate-Employer-Burden.
	PERFORM Apply-Post-Tax-Deductions.
	CLOSE DeductionRegisterFile
		  ExceptionFile
		  RemitExtractFile.

	PERFORM Update-Master-For-Extra-Pay.
	PERFORM Write-Retro-History.
	PERFORM Pay-Retro-Difference.
	PERFORM Write-Retro-Report-Lines.
		END-IF
	END-IF.

Update-Master-For-Extra-Pay.
	MOVE employeeID TO masterEmployeeID.
	READ EmployeeMaster
		INVALID KEY
			CONTINUE
			ADD employerFicaAmount TO ytdEmployerFICA
			ADD futaAmount TO ytdFUTA
			ADD sutaAmount TO ytdSUTA
			PERFORM Add-Pre-Tax-To-Master
			PERFORM Add-State-To-Master
			IF FinalPayRun
				MOVE ZEROS TO masterVacationBalance
				ADD finalHours TO ytdHoursWorked
			END-IF
			REWRITE masterRecord
	END-READ.

	MOVE futaAmount TO historyFUTA.
	MOVE sutaAmount TO historySUTA.
	MOVE "N" TO historyReissueSwitch.
	PERFORM Move-Pre-Tax-To-History.
	MOVE employeeStateTable TO historyStateDetail.
	SET HistoryRegularPay TO TRUE.
	WRITE historyRecord
		INVALID KEY
			DISPLAY "PAYROLL: HISTORY ALREADY EXISTS FOR"
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Pre-Tax-Stub-Lines.

	MOVE federalWithholdingRaw TO stubAmountFormatted.
	STRING "  FEDERAL WITHHOLDING: " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Match-Stub-Line.

	PERFORM Write-Stub-Line.

	CLOSE OutputFile
		  PayStubFile.

Process-Off-Cycle-Request.
	PERFORM Load-Pay-Calendar.
	IF CalendarDateFound
		DISPLAY "PAYROLL: OFF-CYCLE PAY DATE " payPeriodEndDate
			" IS A REGULAR PERIOD END DATE ON THE PAY CALENDAR"
		DISPLAY "PAYROLL: OFF-CYCLE RUN NOT STARTED - RUN ON A"
			" DIFFERENT DATE"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM Load-Rate-Parameters.
	PERFORM Load-Tax-Brackets.
	PERFORM Load-State-Rates.
	PERFORM Load-Deduction-Type-Rules.
	PERFORM Read-Check-Number-Control.
	SET SupplementalWages TO TRUE.

	OPEN INPUT OffCycleFile.
	IF NOT OffCycleFileOK
		DISPLAY "PAYROLL: CANNOT OPEN OFF-CYCLE EARNINGS FILE, STATUS "
			offCycleFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM Open-Employee-Master.
	PERFORM Open-Deduction-Master.
	PERFORM Open-Pay-History.
	OPEN OUTPUT OffCycleRegisterFile.
	OPEN EXTEND ExceptionFile
		 EXTEND AchFile
		 EXTEND OutputFile2
		 EXTEND PayStubFile
		 EXTEND DeductionRegisterFile
		 EXTEND CheckPrintFile
		 EXTEND CheckIssueFile
		 EXTEND RemitExtractFile.

	MOVE SPACES TO ExceptionRecord.
	MOVE SPACES TO payStubRecord.
	MOVE SPACES TO offCycleRegisterRecord.
	PERFORM Write-Off-Cycle-Register-Header.

	SET OffCycleMoreRecords TO TRUE.
	PERFORM Read-Off-Cycle-Earnings
		UNTIL OffCycleEndOfFile.
	IF OffCycleGroupOpen
		PERFORM Pay-Off-Cycle-Employee
	END-IF.

	IF OffCycleAchBatchOpen
		PERFORM Write-Ach-Footer
	END-IF.
	PERFORM Write-Off-Cycle-Register-Totals.
	PERFORM Write-Check-Number-Control.

	CLOSE OffCycleFile
		  OffCycleRegisterFile
		  EmployeeMaster
		  DeductionMaster
		  PayHistoryFile
		  ExceptionFile
		  AchFile
		  OutputFile2
		  PayStubFile
		  DeductionRegisterFile
		  CheckPrintFile
		  CheckIssueFile
		  RemitExtractFile.

	IF RETURN-CODE < 4
			AND offCycleRejectCount > 0
		MOVE 4 TO RETURN-CODE
	END-IF.

Read-Off-Cycle-Earnings.
	READ OffCycleFile
		AT END
			SET OffCycleEndOfFile TO TRUE
		NOT AT END
			ADD 1 TO offCycleLineCount
			PERFORM Validate-Off-Cycle-Line
			IF RecordValid
				IF OffCycleGroupOpen
						AND offCycleEmployeeID
						NOT = offCycleGroupEmployeeID
					PERFORM Pay-Off-Cycle-Employee
				END-IF
				PERFORM Accumulate-Off-Cycle-Line
			END-IF
	END-READ.

Validate-Off-Cycle-Line.
	SET RecordValid TO TRUE.
	MOVE SPACES TO exceptionReason.
	MOVE SPACES TO employeeName.
	MOVE offCycleEmployeeID TO employeeID.
	IF offCycleEmployeeID IS NOT NUMERIC
		SET RecordInvalid TO TRUE
		MOVE "INVALID EMPLOYEE ID" TO exceptionReason
	ELSE
		MOVE offCycleEmployeeID TO masterEmployeeID
		READ EmployeeMaster
			INVALID KEY
				SET RecordInvalid TO TRUE
				MOVE "EMPLOYEE NOT ON MASTER" TO exceptionReason
			NOT INVALID KEY
				MOVE masterEmployeeName TO employeeName
				IF NOT ActiveEmployee
					SET RecordInvalid TO TRUE
					MOVE "EMPLOYEE NOT ACTIVE" TO exceptionReason
				END-IF
		END-READ
	END-IF.
	IF RecordValid
		IF offCycleAmount IS NOT NUMERIC OR offCycleAmount = 0
			SET RecordInvalid TO TRUE
			MOVE "INVALID OFF-CYCLE AMOUNT" TO exceptionReason
		END-IF
	END-IF.
	IF RecordValid AND offCycleEarningsCode = SPACES
		SET RecordInvalid TO TRUE
		MOVE "BLANK EARNINGS CODE" TO exceptionReason
	END-IF.
	IF RecordValid
			AND NOT OffCycleGrossUp AND NOT OffCycleNoGrossUp
		SET RecordInvalid TO TRUE
		MOVE "INVALID GROSS-UP FLAG" TO exceptionReason
	END-IF.
	IF RecordValid AND OffCycleGroupOpen
			AND offCycleEmployeeID = offCycleGroupEmployeeID
		IF (OffCycleGrossUp AND NOT OffCycleGroupGrossUp)
				OR (OffCycleNoGrossUp AND OffCycleGroupGrossUp)
			SET RecordInvalid TO TRUE
			MOVE "MIXED GROSS-UP FLAGS FOR EMPLOYEE"
				TO exceptionReason
		END-IF
	END-IF.
	IF RecordInvalid
		PERFORM Write-Exception-Record
		ADD 1 TO offCycleRejectCount
	END-IF.

Accumulate-Off-Cycle-Line.
	IF NOT OffCycleGroupOpen
		SET OffCycleGroupOpen TO TRUE
		MOVE offCycleEmployeeID TO offCycleGroupEmployeeID
		MOVE offCycleEmployeeID TO masterEmployeeID
		READ EmployeeMaster
			INVALID KEY
				CONTINUE
		END-READ
		MOVE masterEmployeeName TO offCycleGroupName
		MOVE masterRoutingNumber TO offCycleGroupRouting
		MOVE masterAccountNumber TO offCycleGroupAccount
		PERFORM Verify-Master-Bank-Account
		IF MasterAccountUnverified
			MOVE ZEROS TO offCycleGroupRouting
		END-IF
		MOVE offCycleEarningsCode TO offCycleGroupCode
		IF OffCycleGrossUp
			MOVE "Y" TO offCycleGroupGrossUpFlag
		ELSE
			MOVE "N" TO offCycleGroupGrossUpFlag
		END-IF
		MOVE ZEROS TO offCycleGroupAmount
	ELSE
		IF offCycleEarningsCode NOT = offCycleGroupCode
			MOVE "MULT" TO offCycleGroupCode
		END-IF
	END-IF.
	ADD offCycleAmount TO offCycleGroupAmount.

Pay-Off-Cycle-Employee.
	SET OffCycleGroupClosed TO TRUE.
	MOVE offCycleGroupEmployeeID TO employeeID.
	MOVE offCycleGroupName TO employeeName.
	SET OffCyclePaymentAllowed TO TRUE.
	MOVE employeeID TO historyEmployeeID.
	MOVE payPeriodEndDate TO historyPeriodEndDate.
	READ PayHistoryFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			SET OffCyclePaymentBlocked TO TRUE
			MOVE "ALREADY PAID ON THIS PAY DATE" TO exceptionReason
			PERFORM Write-Exception-Record
			ADD 1 TO offCycleRejectCount
	END-READ.
	IF OffCyclePaymentAllowed
		PERFORM Calculate-Off-Cycle-Payment
		PERFORM Update-Master-For-Extra-Pay
		PERFORM Write-Off-Cycle-History
		PERFORM Issue-Off-Cycle-Payment
		PERFORM Write-Off-Cycle-Register-Lines
		PERFORM Write-Off-Cycle-Stub
		PERFORM Write-Off-Cycle-Gl-Line
		ADD 1 TO offCyclePaidCount
		ADD grossPayRaw TO offCycleTotalGross
		ADD netPayRaw TO offCycleTotalNet
	END-IF.

Calculate-Off-Cycle-Payment.
	MOVE offCycleGroupRouting TO routingNumber.
	MOVE offCycleGroupAccount TO accountNumber.
	MOVE ZEROS TO hoursWorked regularHours overtimeHours rate.
	MOVE ZEROS TO groupLastRecordCount.
	PERFORM Read-Master-Elections.
	IF OffCycleGroupGrossUp
		PERFORM Clear-Off-Cycle-Deductions
		PERFORM Gross-Up-Off-Cycle-Payment
	ELSE
		MOVE offCycleGroupAmount TO grossPayRaw
		MOVE grossPayRaw TO grossPayRawPrecise
		MOVE grossPayRaw TO grossPayFormatted
		PERFORM Apply-Pre-Tax-Deductions
		PERFORM Calculate-Withholding-And-Net-Pay
	END-IF.
	PERFORM Calculate-Employer-Burden.
	PERFORM Apply-Post-Tax-Deductions.

Clear-Off-Cycle-Deductions.
	MOVE ZEROS TO totalDeductionsForEmployee employeeDeductionCount.
	MOVE ZEROS TO preTaxDeferralAmount preTaxCafeteriaAmount
		employerMatchAmount.
	INITIALIZE employeeBox12Table.

Gross-Up-Off-Cycle-Payment.
	MOVE offCycleGroupAmount TO grossPayRaw.
	MOVE ZEROS TO grossUpPassCount.
	SET GrossUpNotSettled TO TRUE.
	PERFORM Gross-Up-One-Pass
		UNTIL GrossUpSettled OR grossUpPassCount >= 25.
	PERFORM Calculate-Withholding-And-Net-Pay.
	MOVE grossPayRaw TO grossPayRawPrecise.
	MOVE grossPayRaw TO grossPayFormatted.

Gross-Up-One-Pass.
	ADD 1 TO grossUpPassCount.
	PERFORM Calculate-Withholding-And-Net-Pay.
	IF netPayRaw = offCycleGroupAmount
		SET GrossUpSettled TO TRUE
	ELSE
		COMPUTE grossPayRaw =
			grossPayRaw + offCycleGroupAmount - netPayRaw
			ON SIZE ERROR SET GrossUpSettled TO TRUE
		END-COMPUTE
	END-IF.

Write-Off-Cycle-History.
	MOVE employeeID TO historyEmployeeID.
	MOVE payPeriodEndDate TO historyPeriodEndDate.
	MOVE ZEROS TO historyHoursWorked historyOvertimeHours
		historyPayRate.
	MOVE grossPayRaw TO historyGrossPay.
	MOVE federalWithholdingRaw TO historyFederalWithholding.
	MOVE stateWithholdingRaw TO historyStateWithholding.
	MOVE ficaWithholdingRaw TO historyFICAWithholding.
	MOVE totalDeductionsForEmployee TO historyDeductions.
	MOVE netPayRaw TO historyNetPay.
	SET HistoryNotVoided TO TRUE.
	MOVE "N" TO historyRetroSwitch.
	MOVE employerFicaAmount TO historyEmployerFICA.
	MOVE futaAmount TO historyFUTA.
	MOVE sutaAmount TO historySUTA.
	MOVE "N" TO historyReissueSwitch.
	PERFORM Move-Pre-Tax-To-History.
	MOVE employeeStateTable TO historyStateDetail.
	SET HistoryOffCyclePay TO TRUE.
	WRITE historyRecord
		INVALID KEY
			DISPLAY "PAYROLL: HISTORY ALREADY EXISTS FOR"
				" EMPLOYEE " employeeID " DATE "
				payPeriodEndDate " - OFF-CYCLE ROW NOT WRITTEN"
			MOVE 16 TO RETURN-CODE
	END-WRITE.

Issue-Off-Cycle-Payment.
	MOVE SPACES TO offCyclePaidBy.
	IF routingNumber = ZEROS
		PERFORM Write-Employee-Check
		ADD 1 TO offCycleCheckCount
		STRING "CHECK " DELIMITED BY SIZE
		checkNumberFormatted DELIMITED BY SIZE
		INTO offCyclePaidBy
	ELSE
		IF NOT OffCycleAchBatchOpen
			PERFORM Write-Ach-Header
			SET OffCycleAchBatchOpen TO TRUE
		END-IF
		PERFORM Write-Ach-Entry
		ADD 1 TO offCycleAchCount
		MOVE "ACH" TO offCyclePaidBy
	END-IF.

Write-Off-Cycle-Register-Header.
	MOVE supplementalRate TO offCycleRateFormatted.
	STRING "PAYROLL OFF-CYCLE REGISTER  PAY DATE " DELIMITED BY SIZE
	payPeriodEndDate DELIMITED BY SIZE
	"  SUPPLEMENTAL FEDERAL RATE " DELIMITED BY SIZE
	offCycleRateFormatted DELIMITED BY SIZE
	INTO offCycleRegisterRecord.
	PERFORM Write-Off-Cycle-Register-Record.
	PERFORM Write-Off-Cycle-Register-Record.

Write-Off-Cycle-Register-Lines.
	MOVE grossPayRaw TO offCycleGrossFormatted.
	MOVE netPayRaw TO offCycleNetFormatted.
	STRING "ID=" DELIMITED BY SIZE
	employeeID DELIMITED BY SIZE
	" NAME=" DELIMITED BY SIZE
	employeeName DELIMITED BY SIZE
	" CODE=" DELIMITED BY SIZE
	offCycleGroupCode DELIMITED BY SIZE
	" GROSS=" DELIMITED BY SIZE
	offCycleGrossFormatted DELIMITED BY SIZE
	" NET=" DELIMITED BY SIZE
	offCycleNetFormatted DELIMITED BY SIZE
	" PAID BY " DELIMITED BY SIZE
	offCyclePaidBy DELIMITED BY SIZE
	INTO offCycleRegisterRecord.
	PERFORM Write-Off-Cycle-Register-Record.

	MOVE federalWithholdingRaw TO offCycleFederalFormatted.
	MOVE stateWithholdingRaw TO offCycleStateFormatted.
	MOVE ficaWithholdingRaw TO offCycleFicaFormatted.
	MOVE totalDeductionsForEmployee TO offCycleDeductFormatted.
	STRING "      FED=" DELIMITED BY SIZE
	offCycleFederalFormatted DELIMITED BY SIZE
	" STATE=" DELIMITED BY SIZE
	offCycleStateFormatted DELIMITED BY SIZE
	" FICA=" DELIMITED BY SIZE
	offCycleFicaFormatted DELIMITED BY SIZE
	" DEDUCTIONS=" DELIMITED BY SIZE
	offCycleDeductFormatted DELIMITED BY SIZE
	INTO offCycleRegisterRecord.
	IF OffCycleGroupGrossUp
		MOVE "GROSSED UP" TO offCycleRegisterRecord (95:10)
	END-IF.
	PERFORM Write-Off-Cycle-Register-Record.

Write-Off-Cycle-Register-Totals.
	PERFORM Write-Off-Cycle-Register-Record.
	MOVE offCyclePaidCount TO offCycleCountFormatted.
	MOVE offCycleTotalGross TO offCycleTotalGrossFormatted.
	MOVE offCycleTotalNet TO offCycleTotalNetFormatted.
	STRING "PAYMENTS ISSUED: " DELIMITED BY SIZE
	offCycleCountFormatted DELIMITED BY SIZE
	" TOTAL GROSS: " DELIMITED BY SIZE
	offCycleTotalGrossFormatted DELIMITED BY SIZE
	" TOTAL NET: " DELIMITED BY SIZE
	offCycleTotalNetFormatted DELIMITED BY SIZE
	INTO offCycleRegisterRecord.
	PERFORM Write-Off-Cycle-Register-Record.
	MOVE offCycleCheckCount TO offCycleCheckCountFormatted.
	MOVE offCycleAchCount TO offCycleAchCountFormatted.
	MOVE offCycleRejectCount TO offCycleCountFormatted.
	STRING "CHECKS ISSUED: " DELIMITED BY SIZE
	offCycleCheckCountFormatted DELIMITED BY SIZE
	" ACH ENTRIES: " DELIMITED BY SIZE
	offCycleAchCountFormatted DELIMITED BY SIZE
	" LINES REJECTED: " DELIMITED BY SIZE
	offCycleCountFormatted DELIMITED BY SIZE
	INTO offCycleRegisterRecord.
	PERFORM Write-Off-Cycle-Register-Record.

Write-Off-Cycle-Register-Record.
	WRITE offCycleRegisterRecord.
	MOVE SPACES TO offCycleRegisterRecord.

Write-Off-Cycle-Stub.
	STRING "EMPLOYEE " DELIMITED BY SIZE
	employeeID DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	employeeName DELIMITED BY SIZE
	" OFF-CYCLE PAYMENT " DELIMITED BY SIZE
	offCycleGroupCode DELIMITED BY SIZE
	" PAID " DELIMITED BY SIZE
	payPeriodEndDate DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE grossPayRaw TO stubAmountFormatted.
	STRING "  OFF-CYCLE GROSS:     " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Pre-Tax-Stub-Lines.

	MOVE federalWithholdingRaw TO stubAmountFormatted.
	STRING "  FEDERAL SUPPLEMENTAL:" DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE stateWithholdingRaw TO stubAmountFormatted.
	STRING "  STATE WITHHOLDING:   " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE ficaWithholdingRaw TO stubAmountFormatted.
	STRING "  FICA WITHHOLDING:    " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE totalDeductionsForEmployee TO stubAmountFormatted.
	STRING "  TOTAL DEDUCTIONS:    " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	STRING "  NET PAY:             " DELIMITED BY SIZE
	netPayFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Match-Stub-Line.

	PERFORM Write-Stub-Line.

Write-Off-Cycle-Gl-Line.
	MOVE "OFFC" TO prorateDeptCode.
	MOVE ZEROS TO prorateDeptHours.
	MOVE grossPayRaw TO prorateShareAmount.
	MOVE employerBurdenAmount TO prorateBurdenShare.
	PERFORM Generate-GL-Output-Line.

Process-Final-Pay-Request.
	PERFORM Load-Rate-Parameters.
	PERFORM Load-Tax-Brackets.
	PERFORM Load-State-Rates.
	PERFORM Load-Deduction-Type-Rules.
	PERFORM Read-Check-Number-Control.

	OPEN INPUT FinalPayFile.
	IF NOT FinalPayFileOK
		DISPLAY "PAYROLL: CANNOT OPEN FINAL PAY FILE, STATUS "
			finalPayFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM Open-Employee-Master.
	PERFORM Open-Deduction-Master.
	PERFORM Open-Pay-History.
	OPEN OUTPUT FinalPayRegisterFile.
	OPEN EXTEND ExceptionFile
		 EXTEND AchFile
		 EXTEND OutputFile2
		 EXTEND PayStubFile
		 EXTEND DeductionRegisterFile
		 EXTEND CheckPrintFile
		 EXTEND CheckIssueFile
		 EXTEND RemitExtractFile.

	MOVE SPACES TO ExceptionRecord.
	MOVE SPACES TO payStubRecord.
	MOVE SPACES TO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Header.

	SET FinalPayMoreRecords TO TRUE.
	PERFORM Read-Final-Pay-Request
		UNTIL FinalPayEndOfFile.

	IF FinalPayAchBatchOpen
		PERFORM Write-Ach-Footer
	END-IF.
	PERFORM Write-Final-Pay-Register-Totals.
	PERFORM Write-Terminated-Balance-Report.
	PERFORM Write-Check-Number-Control.

	CLOSE FinalPayFile
		  FinalPayRegisterFile
		  EmployeeMaster
		  DeductionMaster
		  PayHistoryFile
		  ExceptionFile
		  AchFile
		  OutputFile2
		  PayStubFile
		  DeductionRegisterFile
		  CheckPrintFile
		  CheckIssueFile
		  RemitExtractFile.

	IF RETURN-CODE < 4
			AND finalRejectCount > 0
		MOVE 4 TO RETURN-CODE
	END-IF.

Read-Final-Pay-Request.
	READ FinalPayFile
		AT END
			SET FinalPayEndOfFile TO TRUE
		NOT AT END
			ADD 1 TO finalLineCount
			PERFORM Validate-Final-Pay-Line
			IF RecordValid
				PERFORM Pay-Final-Employee
			END-IF
	END-READ.

Validate-Final-Pay-Line.
	SET RecordValid TO TRUE.
	MOVE SPACES TO exceptionReason.
	MOVE SPACES TO employeeName.
	MOVE finalPayEmployeeID TO employeeID.
	IF finalPayEmployeeID IS NOT NUMERIC
		SET RecordInvalid TO TRUE
		MOVE "INVALID EMPLOYEE ID" TO exceptionReason
	ELSE
		MOVE finalPayEmployeeID TO masterEmployeeID
		READ EmployeeMaster
			INVALID KEY
				SET RecordInvalid TO TRUE
				MOVE "EMPLOYEE NOT ON MASTER" TO exceptionReason
			NOT INVALID KEY
				MOVE masterEmployeeName TO employeeName
				IF NOT TerminatedEmployee
					SET RecordInvalid TO TRUE
					MOVE "EMPLOYEE NOT TERMINATED" TO exceptionReason
				ELSE
					PERFORM Capture-Final-Pay-Master
				END-IF
		END-READ
	END-IF.
	IF RecordValid
		IF finalPayTermDate IS NOT NUMERIC
				OR finalPayTermDate > payPeriodEndDate
			SET RecordInvalid TO TRUE
			MOVE "INVALID TERMINATION DATE" TO exceptionReason
		END-IF
	END-IF.
	IF RecordValid
		IF finalPayHoursText = SPACES
			MOVE ZEROS TO finalHours
		ELSE
			IF finalPayHours IS NOT NUMERIC
				SET RecordInvalid TO TRUE
				MOVE "INVALID FINAL HOURS" TO exceptionReason
			ELSE
				MOVE finalPayHours TO finalHours
			END-IF
		END-IF
	END-IF.
	IF RecordInvalid
		PERFORM Write-Exception-Record
		ADD 1 TO finalRejectCount
	END-IF.

Capture-Final-Pay-Master.
	MOVE masterRoutingNumber TO routingNumber.
	MOVE masterAccountNumber TO accountNumber.
	PERFORM Verify-Master-Bank-Account.
	IF MasterAccountUnverified
		MOVE ZEROS TO routingNumber
	END-IF.
	IF masterVacationBalance IS NUMERIC
		MOVE masterVacationBalance TO finalVacationHours
	ELSE
		MOVE ZEROS TO finalVacationHours
	END-IF.

Pay-Final-Employee.
	SET FinalPaymentAllowed TO TRUE.
	MOVE finalPayTermDate TO finalTermDate.
	MOVE employeeID TO historyEmployeeID.
	MOVE payPeriodEndDate TO historyPeriodEndDate.
	READ PayHistoryFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			SET FinalPaymentBlocked TO TRUE
			MOVE "ALREADY PAID ON THIS PAY DATE" TO exceptionReason
	END-READ.
	IF FinalPaymentAllowed
		PERFORM Find-Last-Regular-Pay
		IF FinalAlreadyPaid
			SET FinalPaymentBlocked TO TRUE
			MOVE "FINAL PAY ALREADY ISSUED" TO exceptionReason
		END-IF
	END-IF.
	IF FinalPaymentAllowed
		PERFORM Set-Final-Pay-Rate
		IF finalRate = ZEROS
			SET FinalPaymentBlocked TO TRUE
			MOVE "NO PRIOR PAY RATE ON HISTORY" TO exceptionReason
		ELSE
			COMPUTE finalHoursWages ROUNDED = finalHours * finalRate
			COMPUTE finalVacationPayout ROUNDED =
				finalVacationHours * finalRate
			IF finalHoursWages + finalVacationPayout = ZEROS
				SET FinalPaymentBlocked TO TRUE
				MOVE "NO FINAL PAY DUE" TO exceptionReason
			END-IF
		END-IF
	END-IF.
	IF FinalPaymentAllowed
		PERFORM Calculate-Final-Payment
		PERFORM Update-Master-For-Extra-Pay
		PERFORM Write-Final-Pay-History
		PERFORM Issue-Final-Payment
		PERFORM Write-Final-Pay-Register-Lines
		PERFORM Write-Final-Pay-Statement
		PERFORM Write-Final-Pay-Gl-Line
		ADD 1 TO finalPaidCount
		ADD grossPayRaw TO finalTotalGross
		ADD netPayRaw TO finalTotalNet
		ADD finalVacationPayout TO finalTotalPayout
	ELSE
		PERFORM Write-Exception-Record
		ADD 1 TO finalRejectCount
	END-IF.

Find-Last-Regular-Pay.
	MOVE SPACES TO finalLastRegularDate.
	MOVE ZEROS TO finalLastRegularRate finalLastRegularGross.
	SET FinalNotYetPaid TO TRUE.
	MOVE employeeID TO historyEmployeeID.
	MOVE LOW-VALUES TO historyPeriodEndDate.
	SET FinalHistoryMoreRecords TO TRUE.
	START PayHistoryFile KEY IS >= historyKey
		INVALID KEY
			SET FinalHistoryEndOfFile TO TRUE
	END-START.
	PERFORM Read-Final-History-Row
		UNTIL FinalHistoryEndOfFile.

Read-Final-History-Row.
	READ PayHistoryFile NEXT RECORD
		AT END
			SET FinalHistoryEndOfFile TO TRUE
		NOT AT END
			IF historyEmployeeID NOT = employeeID
				SET FinalHistoryEndOfFile TO TRUE
			ELSE
				PERFORM Note-Final-History-Row
			END-IF
	END-READ.

Note-Final-History-Row.
	IF NOT HistoryVoided
		IF HistoryFinalPay
			SET FinalAlreadyPaid TO TRUE
		END-IF
		IF HistoryRegularPay AND NOT HistoryBackPay
			MOVE historyPeriodEndDate TO finalLastRegularDate
			MOVE historyGrossPay TO finalLastRegularGross
			IF historyPayRate IS NUMERIC
				MOVE historyPayRate TO finalLastRegularRate
			ELSE
				MOVE ZEROS TO finalLastRegularRate
			END-IF
		END-IF
	END-IF.

Set-Final-Pay-Rate.
	IF finalLastRegularRate > 0
		MOVE finalLastRegularRate TO finalRate
	ELSE
		IF finalLastRegularGross > 0 AND standardHours > 0
			COMPUTE finalRate ROUNDED =
				finalLastRegularGross / standardHours
		ELSE
			MOVE ZEROS TO finalRate
		END-IF
	END-IF.

Calculate-Final-Payment.
	MOVE ZEROS TO hoursWorked regularHours overtimeHours.
	MOVE finalRate TO rate.
	MOVE ZEROS TO groupLastRecordCount.
	PERFORM Read-Master-Elections.
	COMPUTE grossPayRaw = finalHoursWages + finalVacationPayout.
	MOVE grossPayRaw TO grossPayRawPrecise.
	MOVE grossPayRaw TO grossPayFormatted.
	PERFORM Apply-Pre-Tax-Deductions.
	MOVE ZEROS TO finalRegularFederal finalRegularTaxable.
	IF finalHoursWages > 0
		PERFORM Calculate-Final-Regular-Federal
	END-IF.
	SET SupplementalWages TO TRUE.
	PERFORM Calculate-Withholding-And-Net-Pay.
	IF finalHoursWages > 0
		PERFORM Split-Final-Federal-Withholding
	END-IF.
	PERFORM Calculate-Employer-Burden.
	PERFORM Apply-Post-Tax-Deductions.

Calculate-Final-Regular-Federal.
	COMPUTE finalRegularPreTax ROUNDED =
		(preTaxDeferralAmount + preTaxCafeteriaAmount)
		* finalHoursWages / grossPayRaw.
	IF finalRegularPreTax > finalHoursWages
		MOVE ZEROS TO finalRegularTaxable
	ELSE
		COMPUTE finalRegularTaxable =
			finalHoursWages - finalRegularPreTax
	END-IF.
	IF BracketTablesLoaded AND payPeriodsPerYear > 0
		MOVE "F" TO bracketAuthorityWanted
		MOVE SPACES TO bracketStateWanted
		MOVE finalRegularTaxable TO bracketTaxableWages
		MOVE employeeFilingStatus TO bracketStatusWanted
		MOVE employeeAllowances TO bracketAllowancesWanted
		PERFORM Calculate-Bracket-Withholding
		MOVE periodTaxAmount TO finalRegularFederal
	ELSE
		COMPUTE finalRegularFederal ROUNDED =
			finalRegularTaxable * federalWithholdingRate
	END-IF.

Split-Final-Federal-Withholding.
	IF incomeTaxableWages > finalRegularTaxable
		COMPUTE finalSupplementalWages =
			incomeTaxableWages - finalRegularTaxable
	ELSE
		MOVE ZEROS TO finalSupplementalWages
	END-IF.
	COMPUTE federalWithholdingRaw ROUNDED =
		finalRegularFederal + finalSupplementalWages * supplementalRate.
	COMPUTE totalWithholdingForEmployee =
		federalWithholdingRaw + stateWithholdingRaw + ficaWithholdingRaw.
	IF totalWithholdingForEmployee + preTaxDeferralAmount
			+ preTaxCafeteriaAmount > grossPayRaw
		MOVE ZEROS TO netPayRaw
	ELSE
		COMPUTE netPayRaw = grossPayRaw - totalWithholdingForEmployee
			- preTaxDeferralAmount - preTaxCafeteriaAmount
	END-IF.
	MOVE netPayRaw TO netPayFormatted.

Write-Final-Pay-History.
	MOVE employeeID TO historyEmployeeID.
	MOVE payPeriodEndDate TO historyPeriodEndDate.
	MOVE finalHours TO historyHoursWorked.
	MOVE ZEROS TO historyOvertimeHours.
	MOVE finalRate TO historyPayRate.
	MOVE grossPayRaw TO historyGrossPay.
	MOVE federalWithholdingRaw TO historyFederalWithholding.
	MOVE stateWithholdingRaw TO historyStateWithholding.
	MOVE ficaWithholdingRaw TO historyFICAWithholding.
	MOVE totalDeductionsForEmployee TO historyDeductions.
	MOVE netPayRaw TO historyNetPay.
	SET HistoryNotVoided TO TRUE.
	MOVE "N" TO historyRetroSwitch.
	MOVE employerFicaAmount TO historyEmployerFICA.
	MOVE futaAmount TO historyFUTA.
	MOVE sutaAmount TO historySUTA.
	MOVE "N" TO historyReissueSwitch.
	PERFORM Move-Pre-Tax-To-History.
	MOVE employeeStateTable TO historyStateDetail.
	SET HistoryFinalPay TO TRUE.
	WRITE historyRecord
		INVALID KEY
			DISPLAY "PAYROLL: HISTORY ALREADY EXISTS FOR"
				" EMPLOYEE " employeeID " DATE "
				payPeriodEndDate " - FINAL PAY ROW NOT WRITTEN"
			MOVE 16 TO RETURN-CODE
	END-WRITE.

Issue-Final-Payment.
	MOVE SPACES TO finalPaidBy.
	IF routingNumber = ZEROS
		PERFORM Write-Employee-Check
		ADD 1 TO finalCheckCount
		STRING "CHECK " DELIMITED BY SIZE
		checkNumberFormatted DELIMITED BY SIZE
		INTO finalPaidBy
	ELSE
		IF NOT FinalPayAchBatchOpen
			PERFORM Write-Ach-Header
			SET FinalPayAchBatchOpen TO TRUE
		END-IF
		PERFORM Write-Ach-Entry
		ADD 1 TO finalAchCount
		MOVE "ACH" TO finalPaidBy
	END-IF.

Write-Final-Pay-Register-Header.
	MOVE supplementalRate TO finalSupplementalFormatted.
	STRING "PAYROLL FINAL PAY REGISTER  PAY DATE " DELIMITED BY SIZE
	payPeriodEndDate DELIMITED BY SIZE
	"  SUPPLEMENTAL FEDERAL RATE " DELIMITED BY SIZE
	finalSupplementalFormatted DELIMITED BY SIZE
	INTO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.
	PERFORM Write-Final-Pay-Register-Record.

Write-Final-Pay-Register-Lines.
	MOVE grossPayRaw TO finalGrossFormatted.
	MOVE netPayRaw TO finalNetFormatted.
	STRING "ID=" DELIMITED BY SIZE
	employeeID DELIMITED BY SIZE
	" NAME=" DELIMITED BY SIZE
	employeeName DELIMITED BY SIZE
	" TERMINATED=" DELIMITED BY SIZE
	finalTermDate DELIMITED BY SIZE
	" GROSS=" DELIMITED BY SIZE
	finalGrossFormatted DELIMITED BY SIZE
	" NET=" DELIMITED BY SIZE
	finalNetFormatted DELIMITED BY SIZE
	" PAID BY " DELIMITED BY SIZE
	finalPaidBy DELIMITED BY SIZE
	INTO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.

	MOVE finalHours TO finalHoursFormatted.
	MOVE finalVacationHours TO finalVacationFormatted.
	MOVE finalRate TO finalRateFormatted.
	MOVE finalVacationPayout TO finalPayoutFormatted.
	STRING "      FINAL HOURS=" DELIMITED BY SIZE
	finalHoursFormatted DELIMITED BY SIZE
	" VACATION HOURS=" DELIMITED BY SIZE
	finalVacationFormatted DELIMITED BY SIZE
	" RATE=" DELIMITED BY SIZE
	finalRateFormatted DELIMITED BY SIZE
	" VACATION PAYOUT=" DELIMITED BY SIZE
	finalPayoutFormatted DELIMITED BY SIZE
	INTO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.

	MOVE federalWithholdingRaw TO finalFederalFormatted.
	MOVE stateWithholdingRaw TO finalStateFormatted.
	MOVE ficaWithholdingRaw TO finalFicaFormatted.
	MOVE totalDeductionsForEmployee TO finalDeductFormatted.
	STRING "      FED=" DELIMITED BY SIZE
	finalFederalFormatted DELIMITED BY SIZE
	" STATE=" DELIMITED BY SIZE
	finalStateFormatted DELIMITED BY SIZE
	" FICA=" DELIMITED BY SIZE
	finalFicaFormatted DELIMITED BY SIZE
	" DEDUCTIONS=" DELIMITED BY SIZE
	finalDeductFormatted DELIMITED BY SIZE
	INTO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.

Write-Final-Pay-Register-Totals.
	PERFORM Write-Final-Pay-Register-Record.
	MOVE finalPaidCount TO finalCountFormatted.
	MOVE finalTotalGross TO finalTotalGrossFormatted.
	MOVE finalTotalNet TO finalTotalNetFormatted.
	STRING "FINAL PAYMENTS ISSUED: " DELIMITED BY SIZE
	finalCountFormatted DELIMITED BY SIZE
	" TOTAL GROSS: " DELIMITED BY SIZE
	finalTotalGrossFormatted DELIMITED BY SIZE
	" TOTAL NET: " DELIMITED BY SIZE
	finalTotalNetFormatted DELIMITED BY SIZE
	INTO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.
	MOVE finalTotalPayout TO finalTotalPayoutFormatted.
	STRING "VACATION PAID OUT:     " DELIMITED BY SIZE
	finalTotalPayoutFormatted DELIMITED BY SIZE
	INTO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.
	MOVE finalCheckCount TO finalCheckCountFormatted.
	MOVE finalAchCount TO finalAchCountFormatted.
	MOVE finalRejectCount TO finalCountFormatted.
	STRING "CHECKS ISSUED: " DELIMITED BY SIZE
	finalCheckCountFormatted DELIMITED BY SIZE
	" ACH ENTRIES: " DELIMITED BY SIZE
	finalAchCountFormatted DELIMITED BY SIZE
	" LINES REJECTED: " DELIMITED BY SIZE
	finalCountFormatted DELIMITED BY SIZE
	INTO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.

Write-Final-Pay-Register-Record.
	WRITE finalPayRegisterRecord.
	MOVE SPACES TO finalPayRegisterRecord.

Write-Final-Pay-Statement.
	STRING "EMPLOYEE " DELIMITED BY SIZE
	employeeID DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	employeeName DELIMITED BY SIZE
	" FINAL PAY STATEMENT  PAID " DELIMITED BY SIZE
	payPeriodEndDate DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	STRING "  TERMINATION DATE:    " DELIMITED BY SIZE
	finalTermDate DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	STRING "  LAST REGULAR PAY:    " DELIMITED BY SIZE
	finalLastRegularDate DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE finalHours TO finalHoursFormatted.
	MOVE finalRate TO finalRateFormatted.
	MOVE finalHoursWages TO stubAmountFormatted.
	STRING "  FINAL HOURS WAGES:   " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	"  (" DELIMITED BY SIZE
	finalHoursFormatted DELIMITED BY SIZE
	" HOURS AT " DELIMITED BY SIZE
	finalRateFormatted DELIMITED BY SIZE
	")" DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE finalVacationHours TO finalVacationFormatted.
	MOVE finalVacationPayout TO stubAmountFormatted.
	STRING "  VACATION PAYOUT:     " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	"  (" DELIMITED BY SIZE
	finalVacationFormatted DELIMITED BY SIZE
	" HOURS AT " DELIMITED BY SIZE
	finalRateFormatted DELIMITED BY SIZE
	")" DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE grossPayRaw TO stubAmountFormatted.
	STRING "  FINAL GROSS:         " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Pre-Tax-Stub-Lines.

	MOVE federalWithholdingRaw TO stubAmountFormatted.
	STRING "  FEDERAL WITHHOLDING: " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE stateWithholdingRaw TO stubAmountFormatted.
	STRING "  STATE WITHHOLDING:   " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE ficaWithholdingRaw TO stubAmountFormatted.
	STRING "  FICA WITHHOLDING:    " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	MOVE totalDeductionsForEmployee TO stubAmountFormatted.
	STRING "  TOTAL DEDUCTIONS:    " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	STRING "  NET PAY:             " DELIMITED BY SIZE
	netPayFormatted DELIMITED BY SIZE
	"  PAID BY " DELIMITED BY SIZE
	finalPaidBy DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Match-Stub-Line.

	STRING "  VACATION BALANCE:    " DELIMITED BY SIZE
	"      .00  (BANK PAID OUT)" DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Stub-Line.

Write-Final-Pay-Gl-Line.
	MOVE "FINL" TO prorateDeptCode.
	MOVE finalHours TO prorateDeptHours.
	MOVE grossPayRaw TO prorateShareAmount.
	MOVE employerBurdenAmount TO prorateBurdenShare.
	PERFORM Generate-GL-Output-Line.

Write-Terminated-Balance-Report.
	PERFORM Write-Final-Pay-Register-Record.
	MOVE "TERMINATED EMPLOYEES WITH LEAVE BALANCES OR ACTIVE DEDUCTIONS"
		TO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.
	MOVE "ID    NAME                 VACATION     SICK  ACTIVE DEDUCTIONS"
		TO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.

	SET FinalMasterMoreRecords TO TRUE.
	MOVE ZEROS TO masterEmployeeID.
	START EmployeeMaster KEY IS >= masterEmployeeID
		INVALID KEY
			SET FinalMasterEndOfFile TO TRUE
	END-START.
	PERFORM Read-Terminated-Master-Row
		UNTIL FinalMasterEndOfFile.

	PERFORM Write-Final-Pay-Register-Record.
	MOVE finalListedCount TO finalCountFormatted.
	STRING "TERMINATED EMPLOYEES LISTED: " DELIMITED BY SIZE
	finalCountFormatted DELIMITED BY SIZE
	INTO finalPayRegisterRecord.
	PERFORM Write-Final-Pay-Register-Record.

Read-Terminated-Master-Row.
	READ EmployeeMaster NEXT RECORD
		AT END
			SET FinalMasterEndOfFile TO TRUE
		NOT AT END
			IF TerminatedEmployee
				PERFORM Check-Terminated-Balances
			END-IF
	END-READ.

Check-Terminated-Balances.
	MOVE ZEROS TO finalVacationHours finalSickHours.
	IF masterVacationBalance IS NUMERIC
		MOVE masterVacationBalance TO finalVacationHours
	END-IF.
	IF masterSickBalance IS NUMERIC
		MOVE masterSickBalance TO finalSickHours
	END-IF.
	MOVE ZEROS TO finalActiveDeductions.
	MOVE masterEmployeeID TO deductEmployeeID.
	MOVE ZEROS TO deductSequence.
	SET DeductionMoreRecords TO TRUE.
	START DeductionMaster KEY IS >= deductionKey
		INVALID KEY
			SET DeductionEndOfFile TO TRUE
	END-START.
	PERFORM Count-Terminated-Deduction
		UNTIL DeductionEndOfFile.
	IF finalVacationHours > 0 OR finalSickHours > 0
			OR finalActiveDeductions > 0
		ADD 1 TO finalListedCount
		MOVE finalVacationHours TO finalVacationFormatted
		MOVE finalSickHours TO finalSickFormatted
		MOVE finalActiveDeductions TO finalDeductCountFormatted
		STRING masterEmployeeID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		masterEmployeeName DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		finalVacationFormatted DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		finalSickFormatted DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		finalDeductCountFormatted DELIMITED BY SIZE
		INTO finalPayRegisterRecord
		PERFORM Write-Final-Pay-Register-Record
	END-IF.

Count-Terminated-Deduction.
	READ DeductionMaster NEXT RECORD
		AT END
			SET DeductionEndOfFile TO TRUE
		NOT AT END
			IF deductEmployeeID NOT = masterEmployeeID
				SET DeductionEndOfFile TO TRUE
			ELSE
				IF DeductionActive
					ADD 1 TO finalActiveDeductions
				END-IF
			END-IF
	END-READ.

Process-Trial-Request.
	PERFORM Validate-Pay-Calendar.
	PERFORM Load-Rate-Parameters.
	PERFORM Load-Tax-Brackets.
	PERFORM Load-State-Rates.
	PERFORM Load-Deduction-Type-Rules.
	PERFORM Verify-Transmittal-Controls.

	SORT SortWorkFile
		ON ASCENDING KEY sortWorkEmployeeID
		ON ASCENDING KEY sortWorkDepartmentCode
		INPUT PROCEDURE IS Release-Timesheet-Records
		GIVING SortedFile.

	PERFORM Open-Trial-Masters.
	OPEN INPUT SortedFile.
	OPEN OUTPUT OutputFile
		 OUTPUT ExceptionFile
		 OUTPUT TrialProofFile.

	MOVE SPACES TO OutputRecord.
	MOVE SPACES TO ExceptionRecord.
	MOVE SPACES TO trialProofRecord.
	PERFORM Write-Header.
	PERFORM Write-Exception-Header.
	PERFORM Write-Trial-Proof-Header.

	PERFORM Read-Trial-Timesheet
		UNTIL EndOfFile.
	IF EmployeeGroupOpen
		PERFORM Finalize-Trial-Employee-Group
	END-IF.

	PERFORM Write-Department-Summary.
	PERFORM Calculate-Average-Gross-Pay.
	PERFORM Write-Footer.

	PERFORM Sweep-Trial-Missing-Timesheets.
	PERFORM Write-Trial-Proof-Totals.

	CLOSE SortedFile
		  OutputFile
		  ExceptionFile
		  TrialProofFile
		  EmployeeMaster.
	IF DeductionsAvailable
		CLOSE DeductionMaster
	END-IF.
	IF TrialHistoryAvailable
		CLOSE PayHistoryFile
	END-IF.

	DISPLAY "PAYROLL: TRIAL RUN COMPLETE FOR PERIOD "
		payPeriodEndDate ", NO FILES UPDATED".
	IF exceptionCount > 0
			OR trialVarianceCount > 0
			OR trialFirstPayCount > 0
			OR trialNoTimesheetCount > 0
		MOVE 4 TO RETURN-CODE
	END-IF.

Open-Trial-Masters.
	OPEN INPUT EmployeeMaster.
	IF NOT MasterFileOK
		DISPLAY "PAYROLL: TRIAL RUN CANNOT OPEN EMPLOYEE MASTER,"
			" STATUS " MasterFileStatus
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	OPEN INPUT DeductionMaster.
	IF DeductionFileOK
		SET DeductionsAvailable TO TRUE
	ELSE
		SET DeductionsMissing TO TRUE
	END-IF.
	OPEN INPUT PayHistoryFile.
	IF HistoryFileOK
		SET TrialHistoryAvailable TO TRUE
	ELSE
		SET TrialHistoryMissing TO TRUE
	END-IF.

Read-Trial-Timesheet.
	READ SortedFile INTO InputRecord
		AT END
			SET EndOfFile TO TRUE
		NOT AT END
			ADD 1 TO processedRecordCount
			PERFORM Record-Trial-Timesheet-ID
			PERFORM Validate-Detail-Record
			IF RecordValid
				IF EmployeeGroupOpen
						AND employeeID NOT = groupEmployeeID
					MOVE InputRecord TO holdInputRecord
					PERFORM Finalize-Trial-Employee-Group
					MOVE holdInputRecord TO InputRecord
				END-IF
				PERFORM Accumulate-Employee-Group
			END-IF
	END-READ.

Record-Trial-Timesheet-ID.
	IF employeeID IS NUMERIC
			AND employeeID NOT = trialLastTimesheetID
			AND trialTimesheetCount < 10000
		ADD 1 TO trialTimesheetCount
		MOVE employeeID TO trialTimesheetID (trialTimesheetCount)
		MOVE employeeID TO trialLastTimesheetID
	END-IF.

Finalize-Trial-Employee-Group.
	PERFORM Restore-Group-Input-Fields.

	PERFORM Read-Master-Elections.
	PERFORM Calculate-Gross-Pay.
	PERFORM Apply-Pre-Tax-Deductions.
	PERFORM Calculate-Withholding-And-Net-Pay.
	PERFORM Calculate-Employer-Burden.
	PERFORM Apply-Post-Tax-Deductions.
	PERFORM Record-Totals.
	PERFORM Generate-Output-Line.
	WRITE OutputRecord.
	ADD 1 TO outputLineCount.
	PERFORM Clear-OuputRecord.
	PERFORM Prorate-Department-Amounts.
	PERFORM Write-Trial-Proof-Line.
	SET EmployeeGroupClosed TO TRUE.

Find-Prior-Pay-History.
	SET TrialPriorNotFound TO TRUE.
	MOVE SPACES TO trialPriorPeriodEndDate.
	MOVE ZEROS TO trialPriorHours trialPriorGross trialPriorNet.
	IF TrialHistoryAvailable
		MOVE employeeID TO historyEmployeeID
		MOVE LOW-VALUES TO historyPeriodEndDate
		SET TrialHistoryMoreRecords TO TRUE
		START PayHistoryFile KEY IS >= historyKey
			INVALID KEY
				SET TrialHistoryEndOfFile TO TRUE
		END-START
		PERFORM Read-Prior-Pay-History
			UNTIL TrialHistoryEndOfFile
	END-IF.

Read-Prior-Pay-History.
	READ PayHistoryFile NEXT RECORD
		AT END
			SET TrialHistoryEndOfFile TO TRUE
		NOT AT END
			IF historyEmployeeID NOT = employeeID
					OR historyPeriodEndDate >= payPeriodEndDate
				SET TrialHistoryEndOfFile TO TRUE
			ELSE
				IF NOT HistoryVoided AND NOT HistoryBackPay
						AND HistoryRegularPay
					SET TrialPriorFound TO TRUE
					MOVE historyPeriodEndDate
						TO trialPriorPeriodEndDate
					MOVE historyHoursWorked TO trialPriorHours
					MOVE historyGrossPay TO trialPriorGross
					MOVE historyNetPay TO trialPriorNet
				END-IF
			END-IF
	END-READ.

Write-Trial-Proof-Header.
	STRING "PAYROLL TRIAL PROOF - PERIOD ENDING " DELIMITED BY SIZE
	payPeriodEndDate DELIMITED BY SIZE
	" - NOTHING POSTED" DELIMITED BY SIZE
	INTO trialProofRecord.
	PERFORM Write-Trial-Proof-Record.
	MOVE trialTolerancePercent TO trialToleranceFormatted.
	STRING "GROSS VARIANCE TOLERANCE: " DELIMITED BY SIZE
	trialToleranceFormatted DELIMITED BY SIZE
	" PERCENT OF LAST NON-VOIDED PAY" DELIMITED BY SIZE
	INTO trialProofRecord.
	PERFORM Write-Trial-Proof-Record.
	PERFORM Write-Trial-Proof-Record.

Write-Trial-Proof-Line.
	ADD 1 TO trialComparedCount.
	PERFORM Find-Prior-Pay-History.
	MOVE SPACES TO trialFlagText.
	MOVE ZEROS TO trialVariancePercent.
	IF TrialPriorFound
		PERFORM Calculate-Trial-Variance
	ELSE
		MOVE "FIRST PAY" TO trialFlagText
		ADD 1 TO trialFirstPayCount
	END-IF.

	MOVE hoursWorked TO trialHoursFormatted.
	MOVE grossPayRaw TO trialGrossFormatted.
	MOVE netPayRaw TO trialNetFormatted.
	PERFORM Write-Trial-Detail-Line.

Calculate-Trial-Variance.
	IF trialPriorGross > 0
		COMPUTE trialVariancePercent ROUNDED =
			(grossPayRaw - trialPriorGross) * 100 / trialPriorGross
			ON SIZE ERROR MOVE 99999.99 TO trialVariancePercent
		END-COMPUTE
	ELSE
		IF grossPayRaw > 0
			MOVE 99999.99 TO trialVariancePercent
		END-IF
	END-IF.
	IF trialVariancePercent > trialTolerancePercent
			OR trialVariancePercent + trialTolerancePercent < 0
		MOVE "VARIANCE" TO trialFlagText
		ADD 1 TO trialVarianceCount
	END-IF.

Write-Trial-Detail-Line.
	MOVE trialPriorHours TO trialPriorHoursFormatted.
	MOVE trialPriorGross TO trialPriorGrossFormatted.
	MOVE trialPriorNet TO trialPriorNetFormatted.
	MOVE trialVariancePercent TO trialVarianceFormatted.
	STRING "ID=" DELIMITED BY SIZE
	employeeID DELIMITED BY SIZE
	" " DELIMITED BY SIZE
	employeeName DELIMITED BY SIZE
	" HRS=" DELIMITED BY SIZE
	trialHoursFormatted DELIMITED BY SIZE
	"/" DELIMITED BY SIZE
	trialPriorHoursFormatted DELIMITED BY SIZE
	" GROSS=" DELIMITED BY SIZE
	trialGrossFormatted DELIMITED BY SIZE
	"/" DELIMITED BY SIZE
	trialPriorGrossFormatted DELIMITED BY SIZE
	" NET=" DELIMITED BY SIZE
	trialNetFormatted DELIMITED BY SIZE
	"/" DELIMITED BY SIZE
	trialPriorNetFormatted DELIMITED BY SIZE
	" CHG=" DELIMITED BY SIZE
	trialVarianceFormatted DELIMITED BY SIZE
	"% " DELIMITED BY SIZE
	trialFlagText DELIMITED BY SIZE
	INTO trialProofRecord.
	PERFORM Write-Trial-Proof-Record.

Sweep-Trial-Missing-Timesheets.
	MOVE ZEROS TO masterEmployeeID.
	SET MasterSweepMoreRecords TO TRUE.
	START EmployeeMaster KEY IS >= masterEmployeeID
		INVALID KEY
			SET MasterSweepEndOfFile TO TRUE
	END-START.
	PERFORM Check-Trial-Master-Timesheet
		UNTIL MasterSweepEndOfFile.

Check-Trial-Master-Timesheet.
	READ EmployeeMaster NEXT RECORD
		AT END
			SET MasterSweepEndOfFile TO TRUE
		NOT AT END
			IF ActiveEmployee
				PERFORM Find-Trial-Timesheet-ID
				IF TrialTimesheetNotFound
					MOVE masterEmployeeID TO employeeID
					MOVE masterEmployeeName TO employeeName
					PERFORM Find-Prior-Pay-History
					IF TrialPriorFound
						PERFORM Write-Trial-No-Timesheet-Line
					END-IF
				END-IF
			END-IF
	END-READ.

Find-Trial-Timesheet-ID.
	SET TrialTimesheetNotFound TO TRUE.
	IF trialTimesheetCount > 0
		SEARCH ALL trialTimesheetEntry
			WHEN trialTimesheetID (trialTimesheetIndex)
					= masterEmployeeID
				SET TrialTimesheetFound TO TRUE
		END-SEARCH
	END-IF.

Write-Trial-No-Timesheet-Line.
	ADD 1 TO trialNoTimesheetCount.
	MOVE "NO TIMESHEET" TO trialFlagText.
	MOVE ZEROS TO trialHoursFormatted trialGrossFormatted
		trialNetFormatted trialVariancePercent.
	PERFORM Write-Trial-Detail-Line.

Write-Trial-Proof-Totals.
	PERFORM Write-Trial-Proof-Record.
	MOVE trialComparedCount TO trialComparedFormatted.
	MOVE trialVarianceCount TO trialVarianceCountFormatted.
	MOVE trialFirstPayCount TO trialFirstPayFormatted.
	MOVE trialNoTimesheetCount TO trialNoTimesheetFormatted.
	STRING "EMPLOYEES CALCULATED: " DELIMITED BY SIZE
	trialComparedFormatted DELIMITED BY SIZE
	" GROSS VARIANCES: " DELIMITED BY SIZE
	trialVarianceCountFormatted DELIMITED BY SIZE
	" FIRST PAY: " DELIMITED BY SIZE
	trialFirstPayFormatted DELIMITED BY SIZE
	" NO TIMESHEET: " DELIMITED BY SIZE
	trialNoTimesheetFormatted DELIMITED BY SIZE
	INTO trialProofRecord.
	PERFORM Write-Trial-Proof-Record.
	MOVE exceptionCount TO exceptionCountFormatted.
	STRING "TIMESHEET EXCEPTIONS: " DELIMITED BY SIZE
	exceptionCountFormatted DELIMITED BY SIZE
	INTO trialProofRecord.
	PERFORM Write-Trial-Proof-Record.

Write-Trial-Proof-Record.
	WRITE trialProofRecord.
	MOVE SPACES TO trialProofRecord.

Read-Checkpoint.
	MOVE ZEROS TO restartRecordCount.
				MOVE checkpointTotalFuta TO TotalFutaRaw
				MOVE checkpointTotalSuta TO TotalSutaRaw
				MOVE checkpointTotalBurden TO TotalBurdenRaw
				MOVE checkpointTotalEmployerMatch
					TO TotalEmployerMatchRaw
				IF checkpointStateTotalCount IS NUMERIC
					MOVE checkpointStateTotalCount TO stateTotalCount
					PERFORM Restore-State-Totals
						VARYING stateCopyIndex FROM 1 BY 1
						UNTIL stateCopyIndex > stateTotalCount
				END-IF
				IF checkpointPrenoteSentCount IS NUMERIC
					MOVE checkpointPrenoteSentCount TO prenoteSentCount
					MOVE checkpointPrenoteHeldCount TO prenoteHeldCount
				END-IF
		END-READ
		CLOSE CheckpointFile
	END-IF.
	MOVE checkpointDeptTotalBurdenRaw (deptCopyIndex)
		TO deptTotalBurdenRaw (deptCopyIndex).

Restore-State-Totals.
	MOVE checkpointStateTotalCode (stateCopyIndex)
		TO stateTotalCode (stateCopyIndex).
	MOVE checkpointStateTotalWages (stateCopyIndex)
		TO stateTotalWages (stateCopyIndex).
	MOVE checkpointStateTotalWithholding (stateCopyIndex)
		TO stateTotalWithholding (stateCopyIndex).
	MOVE checkpointStateTotalSutaWages (stateCopyIndex)
		TO stateTotalSutaWages (stateCopyIndex).
	MOVE checkpointStateTotalSuta (stateCopyIndex)
		TO stateTotalSuta (stateCopyIndex).

Checkpoint-If-Needed.
	ADD 1 TO recordsSinceCheckpoint.
	IF recordsSinceCheckpoint >= checkpointInterval
	MOVE TotalFutaRaw TO checkpointTotalFuta.
	MOVE TotalSutaRaw TO checkpointTotalSuta.
	MOVE TotalBurdenRaw TO checkpointTotalBurden.
	MOVE TotalEmployerMatchRaw TO checkpointTotalEmployerMatch.
	MOVE stateTotalCount TO checkpointStateTotalCount.
	PERFORM Save-State-Totals
		VARYING stateCopyIndex FROM 1 BY 1
		UNTIL stateCopyIndex > stateTotalCount.
	MOVE prenoteSentCount TO checkpointPrenoteSentCount.
	MOVE prenoteHeldCount TO checkpointPrenoteHeldCount.

	CLOSE OutputFile
		  ExceptionFile
	MOVE deptTotalBurdenRaw (deptCopyIndex)
		TO checkpointDeptTotalBurdenRaw (deptCopyIndex).

Save-State-Totals.
	MOVE stateTotalCode (stateCopyIndex)
		TO checkpointStateTotalCode (stateCopyIndex).
	MOVE stateTotalWages (stateCopyIndex)
		TO checkpointStateTotalWages (stateCopyIndex).
	MOVE stateTotalWithholding (stateCopyIndex)
		TO checkpointStateTotalWithholding (stateCopyIndex).
	MOVE stateTotalSutaWages (stateCopyIndex)
		TO checkpointStateTotalSutaWages (stateCopyIndex).
	MOVE stateTotalSuta (stateCopyIndex)
		TO checkpointStateTotalSuta (stateCopyIndex).

Clear-Checkpoint.
	OPEN OUTPUT CheckpointFile.
	CLOSE CheckpointFile.
		MOVE ZEROS TO groupHoursWorked groupSalaryAmount
			groupDeptCount groupWorkedHours groupVacationHours
			groupSickHours groupHolidayHours
			groupStateCount groupNamedStateCount
	ELSE
		PERFORM Check-Group-Line-Consistency
	END-IF.
	IF GroupLineAccepted
		PERFORM Add-Line-To-Group-States
	END-IF.
	IF GroupLineAccepted
		PERFORM Add-Line-To-Group-Departments
	END-IF.
		IF hoursWorked IS NUMERIC
			ADD hoursWorked TO groupHoursWorked
			ADD hoursWorked TO groupDeptHours (groupDeptSearchIndex)
			ADD hoursWorked TO groupStateHours (groupStateSearchIndex)
			EVALUATE TRUE
				WHEN VacationEarnings
					ADD hoursWorked TO groupVacationHours
			ADD periodSalaryAmount TO groupSalaryAmount
			ADD periodSalaryAmount
				TO groupDeptSalary (groupDeptSearchIndex)
			ADD periodSalaryAmount
				TO groupStateSalary (groupStateSearchIndex)
		END-IF
		MOVE processedRecordCount TO groupLastRecordCount
	END-IF.
		SUBTRACT 1 FROM groupDeptSearchIndex
	END-IF.

Add-Line-To-Group-States.
	SET GroupStateNotFound TO TRUE.
	PERFORM Match-Group-State
		VARYING groupStateSearchIndex FROM 1 BY 1
		UNTIL groupStateSearchIndex > groupStateCount
			OR GroupStateFound.
	IF GroupStateNotFound
		IF groupStateCount < 4
				AND (workStateCode = SPACES
					OR groupNamedStateCount < 3)
			ADD 1 TO groupStateCount
			MOVE groupStateCount TO groupStateSearchIndex
			MOVE workStateCode
				TO groupStateCode (groupStateSearchIndex)
			MOVE ZEROS TO groupStateHours (groupStateSearchIndex)
			MOVE ZEROS TO groupStateSalary (groupStateSearchIndex)
			IF workStateCode NOT = SPACES
				ADD 1 TO groupNamedStateCount
			END-IF
		ELSE
			SET GroupLineRejected TO TRUE
			MOVE "WORK STATE SPLIT LIMIT EXCEEDED"
				TO exceptionReason
			PERFORM Write-Exception-Record
		END-IF
	END-IF.

Match-Group-State.
	IF groupStateCode (groupStateSearchIndex) = workStateCode
		SET GroupStateFound TO TRUE
		SUBTRACT 1 FROM groupStateSearchIndex
	END-IF.

Finalize-Employee-Group.
	PERFORM Restore-Group-Input-Fields.

	PERFORM Read-Master-Elections.
	PERFORM Calculate-Gross-Pay.
	PERFORM Apply-Pre-Tax-Deductions.
	PERFORM Calculate-Withholding-And-Net-Pay.
	PERFORM Calculate-Employer-Burden.
	PERFORM Apply-Post-Tax-Deductions.
	PERFORM Record-Totals.
	PERFORM Update-Employee-Master.
	PERFORM Write-Pay-History.
	IF routingNumber = ZEROS
		PERFORM Write-Employee-Check
	ELSE
		IF PrenoteNoAction
			PERFORM Write-Ach-Entry
		ELSE
			PERFORM Write-Employee-Check
			ADD 1 TO prenoteHeldCount
		END-IF
	END-IF.
	IF PrenoteSendEntry
		PERFORM Write-Ach-Prenote-Entry
	END-IF.
	PERFORM Prorate-Department-Amounts.
	SET EmployeeGroupClosed TO TRUE.
	PERFORM Checkpoint-If-Needed.

Restore-Group-Input-Fields.
	MOVE groupEmployeeID TO employeeID.
	MOVE groupEmployeeName TO employeeName.
	MOVE groupPayType TO payType.
	MOVE groupRate TO rate.
	MOVE groupRoutingNumber TO routingNumber.
	MOVE groupAccountNumber TO accountNumber.
	MOVE groupHoursWorked TO hoursWorked.
	MOVE groupSalaryAmount TO periodSalaryAmount.

Prorate-Department-Amounts.
	MOVE grossPayRaw TO prorateRemainingAmount.
	MOVE employerBurdenAmount TO prorateBurdenRemaining.
		END-IF
		SUBTRACT prorateBurdenShare FROM prorateBurdenRemaining
	END-IF.
	IF NOT TrialRun
		PERFORM Generate-GL-Output-Line
	END-IF.
	PERFORM Add-Department-Total.

Add-Department-Total.
				TO deptTotalBurdenRaw (deptTotalIndex)
	END-SEARCH.

Add-Run-State-Total.
	MOVE employeeStateCode (stateEntryIndex) TO stateWantedCode.
	SET stateTotalIndex TO 1.
	SEARCH stateTotalEntry
		AT END
			IF stateTotalCount < 60
				ADD 1 TO stateTotalCount
				MOVE stateWantedCode TO stateTotalCode (stateTotalCount)
				MOVE employeeStateWages (stateEntryIndex)
					TO stateTotalWages (stateTotalCount)
				MOVE employeeStateWithholding (stateEntryIndex)
					TO stateTotalWithholding (stateTotalCount)
				MOVE employeeStateSutaWages (stateEntryIndex)
					TO stateTotalSutaWages (stateTotalCount)
				MOVE employeeStateSuta (stateEntryIndex)
					TO stateTotalSuta (stateTotalCount)
			ELSE
				MOVE SPACES TO exceptionReason
				STRING "STATE TABLE FULL, NOT IN SUMMARY: "
					DELIMITED BY SIZE
				stateWantedCode DELIMITED BY SIZE
				INTO exceptionReason
				PERFORM Write-Exception-Record
			END-IF
		WHEN stateTotalCode (stateTotalIndex) = stateWantedCode
			ADD employeeStateWages (stateEntryIndex)
				TO stateTotalWages (stateTotalIndex)
			ADD employeeStateWithholding (stateEntryIndex)
				TO stateTotalWithholding (stateTotalIndex)
			ADD employeeStateSutaWages (stateEntryIndex)
				TO stateTotalSutaWages (stateTotalIndex)
			ADD employeeStateSuta (stateEntryIndex)
				TO stateTotalSuta (stateTotalIndex)
	END-SEARCH.

Open-Employee-Master.
	OPEN I-O EmployeeMaster.
	IF NOT MasterFileOK
	MOVE futaAmount TO historyFUTA.
	MOVE sutaAmount TO historySUTA.
	MOVE "N" TO historyReissueSwitch.
	PERFORM Move-Pre-Tax-To-History.
	MOVE employeeStateTable TO historyStateDetail.
	SET HistoryRegularPay TO TRUE.
	WRITE historyRecord
		INVALID KEY
			REWRITE historyRecord
	END-WRITE.

Move-Pre-Tax-To-History.
	MOVE preTaxDeferralAmount TO historyPreTaxDeferral.
	MOVE preTaxCafeteriaAmount TO historyPreTaxCafeteria.
	MOVE employerMatchAmount TO historyEmployerMatch.
	MOVE employeeBox12Table TO historyBox12Detail.

Validate-Detail-Record.
	SET RecordValid TO TRUE.
	MOVE SPACES TO exceptionReason.
		MOVE "INVALID EARNINGS TYPE CODE" TO exceptionReason
	END-IF.

	IF RecordValid AND workStateCode NOT = SPACES
			AND workStateCode IS NOT ALPHABETIC-UPPER
		SET RecordInvalid TO TRUE
		MOVE "INVALID WORK STATE CODE" TO exceptionReason
	END-IF.

	IF RecordValid
		AND (VacationEarnings OR SickEarnings)
		PERFORM Check-Leave-Balance
	END-IF.

Read-Master-Elections.
	MOVE "S" TO employeeFilingStatus employeeStateFilingStatus.
	MOVE ZEROS TO employeeAllowances ytdGrossBeforeRun
		ytdFicaWagesBeforeRun employeeStateAllowances.
	MOVE SPACES TO employeeResidentState.
	INITIALIZE employeeStateYtdTable.
	MOVE employeeID TO masterEmployeeID.
	READ EmployeeMaster
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE ytdGrossPay TO ytdGrossBeforeRun
			MOVE ytdGrossPay TO ytdFicaWagesBeforeRun
			IF ytdPreTaxCafeteria IS NUMERIC
					AND ytdPreTaxCafeteria < ytdGrossPay
				SUBTRACT ytdPreTaxCafeteria
					FROM ytdFicaWagesBeforeRun
			END-IF
			IF FilingMarried
				MOVE "M" TO employeeFilingStatus
			END-IF
			IF masterAllowances IS NUMERIC
				MOVE masterAllowances TO employeeAllowances
			END-IF
			PERFORM Read-Master-State-Elections
	END-READ.

Read-Master-State-Elections.
	MOVE employeeFilingStatus TO employeeStateFilingStatus.
	MOVE employeeAllowances TO employeeStateAllowances.
	IF masterResidentState IS ALPHABETIC-UPPER
		MOVE masterResidentState TO employeeResidentState
	END-IF.
	IF masterStateFilingStatus = "S" OR "M"
		MOVE masterStateFilingStatus TO employeeStateFilingStatus
		IF masterStateAllowances IS NUMERIC
			MOVE masterStateAllowances TO employeeStateAllowances
		ELSE
			MOVE ZEROS TO employeeStateAllowances
		END-IF
	END-IF.
	PERFORM Copy-Master-State-Ytd
		VARYING stateSlotIndex FROM 1 BY 1
		UNTIL stateSlotIndex > 4.

Copy-Master-State-Ytd.
	IF masterStateSutaWages (stateSlotIndex) IS NUMERIC
		MOVE masterStateCode (stateSlotIndex)
			TO employeeStateYtdCode (stateSlotIndex)
		MOVE masterStateSutaWages (stateSlotIndex)
			TO employeeStateYtdSutaWages (stateSlotIndex)
	END-IF.

Calculate-Withholding-And-Net-Pay.
	COMPUTE incomeTaxableWages =
		grossPayRaw - preTaxDeferralAmount - preTaxCafeteriaAmount.
	COMPUTE ficaTaxableWages = grossPayRaw - preTaxCafeteriaAmount.
	IF BracketTablesLoaded AND payPeriodsPerYear > 0
		MOVE "F" TO bracketAuthorityWanted
		MOVE SPACES TO bracketStateWanted
		MOVE incomeTaxableWages TO bracketTaxableWages
		MOVE employeeFilingStatus TO bracketStatusWanted
		MOVE employeeAllowances TO bracketAllowancesWanted
		PERFORM Calculate-Bracket-Withholding
		MOVE periodTaxAmount TO federalWithholdingRaw
	ELSE
		COMPUTE federalWithholdingRaw =
			incomeTaxableWages * federalWithholdingRate
	END-IF.
	PERFORM Calculate-State-Withholding.
	IF SupplementalWages
		COMPUTE federalWithholdingRaw ROUNDED =
			incomeTaxableWages * supplementalRate
	END-IF.
	PERFORM Calculate-Fica-Withholding.
	COMPUTE totalWithholdingForEmployee =
		federalWithholdingRaw + stateWithholdingRaw + ficaWithholdingRaw.
	IF totalWithholdingForEmployee + preTaxDeferralAmount
			+ preTaxCafeteriaAmount > grossPayRaw
		MOVE ZEROS TO netPayRaw
	ELSE
		COMPUTE netPayRaw = grossPayRaw - totalWithholdingForEmployee
			- preTaxDeferralAmount - preTaxCafeteriaAmount
	END-IF.
	MOVE netPayRaw TO netPayFormatted.

Calculate-Bracket-Withholding.
	COMPUTE annualizedWages = bracketTaxableWages * payPeriodsPerYear.
	COMPUTE allowanceReduction =
		bracketAllowancesWanted * allowanceAmount.
	IF allowanceReduction >= annualizedWages
		MOVE ZEROS TO annualizedWages
	ELSE
Match-Withholding-Bracket.
	IF bracketEntryAuthority (bracketScanIndex)
			= bracketAuthorityWanted
			AND bracketEntryState (bracketScanIndex)
				= bracketStateWanted
			AND bracketEntryStatus (bracketScanIndex)
				= bracketStatusWanted
			AND bracketEntryFloor (bracketScanIndex)
				<= annualizedWages
		IF bracketBestIndex = 0

Calculate-Fica-Withholding.
	IF ficaWageBase > 0
		IF ytdFicaWagesBeforeRun >= ficaWageBase
			MOVE ZEROS TO ficaTaxableThisPeriod
		ELSE
			COMPUTE ficaTaxableThisPeriod =
				ficaWageBase - ytdFicaWagesBeforeRun
			IF ficaTaxableThisPeriod > ficaTaxableWages
				MOVE ficaTaxableWages TO ficaTaxableThisPeriod
			END-IF
		END-IF
	ELSE
		MOVE ficaTaxableWages TO ficaTaxableThisPeriod
	END-IF.
	COMPUTE ficaWithholdingRaw =
		ficaTaxableThisPeriod * ficaWithholdingRate.
		ficaTaxableThisPeriod * ficaWithholdingRate.

	IF futaWageBase > 0
		IF ytdFicaWagesBeforeRun >= futaWageBase
			MOVE ZEROS TO futaTaxableThisPeriod
		ELSE
			COMPUTE futaTaxableThisPeriod =
				futaWageBase - ytdFicaWagesBeforeRun
			IF futaTaxableThisPeriod > ficaTaxableWages
				MOVE ficaTaxableWages TO futaTaxableThisPeriod
			END-IF
		END-IF
	ELSE
		MOVE ficaTaxableWages TO futaTaxableThisPeriod
	END-IF.
	COMPUTE futaAmount = futaTaxableThisPeriod * futaRate.

	MOVE ZEROS TO sutaAmount sutaTaxableThisPeriod.
	PERFORM Calculate-State-Suta
		VARYING stateEntryIndex FROM 1 BY 1
		UNTIL stateEntryIndex > stateEntryCount.

	COMPUTE employerBurdenAmount =
		employerFicaAmount + futaAmount + sutaAmount.

Calculate-State-Withholding.
	INITIALIZE employeeStateTable.
	MOVE ZEROS TO stateEntryCount stateWithholdingRaw.
	MOVE incomeTaxableWages TO stateWagesRemaining.
	MOVE ficaTaxableWages TO stateFicaWagesRemaining.
	IF groupStateCount = 0
		MOVE employeeResidentState TO stateShareCode
		MOVE incomeTaxableWages TO stateShareWages
		MOVE ficaTaxableWages TO stateShareFicaWages
		PERFORM Withhold-State-Share
	ELSE
		MOVE 1 TO stateShareLastIndex
		PERFORM Check-State-Share-Basis
			VARYING stateShareIndex FROM 1 BY 1
			UNTIL stateShareIndex > groupStateCount
		PERFORM Allocate-State-Share
			VARYING stateShareIndex FROM 1 BY 1
			UNTIL stateShareIndex > groupStateCount
	END-IF.

Check-State-Share-Basis.
	IF SalariedEmployee
		IF groupStateSalary (stateShareIndex) > 0
			MOVE stateShareIndex TO stateShareLastIndex
		END-IF
	ELSE
		IF groupStateHours (stateShareIndex) > 0
			MOVE stateShareIndex TO stateShareLastIndex
		END-IF
	END-IF.

Allocate-State-Share.
	MOVE groupStateCode (stateShareIndex) TO stateShareCode.
	IF stateShareCode = SPACES
		MOVE employeeResidentState TO stateShareCode
	END-IF.
	IF stateShareIndex = stateShareLastIndex
		MOVE stateWagesRemaining TO stateShareWages
		MOVE stateFicaWagesRemaining TO stateShareFicaWages
	ELSE
		MOVE ZEROS TO stateShareWages stateShareFicaWages
		IF SalariedEmployee
			IF groupSalaryAmount > 0
				COMPUTE stateShareWages ROUNDED =
					incomeTaxableWages *
					groupStateSalary (stateShareIndex) /
					groupSalaryAmount
				COMPUTE stateShareFicaWages ROUNDED =
					ficaTaxableWages *
					groupStateSalary (stateShareIndex) /
					groupSalaryAmount
			END-IF
		ELSE
			IF groupHoursWorked > 0
				COMPUTE stateShareWages ROUNDED =
					incomeTaxableWages *
					groupStateHours (stateShareIndex) /
					groupHoursWorked
				COMPUTE stateShareFicaWages ROUNDED =
					ficaTaxableWages *
					groupStateHours (stateShareIndex) /
					groupHoursWorked
			END-IF
		END-IF
		IF stateShareWages > stateWagesRemaining
			MOVE stateWagesRemaining TO stateShareWages
		END-IF
		IF stateShareFicaWages > stateFicaWagesRemaining
			MOVE stateFicaWagesRemaining TO stateShareFicaWages
		END-IF
	END-IF.
	SUBTRACT stateShareWages FROM stateWagesRemaining.
	SUBTRACT stateShareFicaWages FROM stateFicaWagesRemaining.
	PERFORM Withhold-State-Share.

Withhold-State-Share.
	IF stateShareWages > 0 OR stateShareFicaWages > 0
		MOVE stateShareCode TO stateTaxCode
		MOVE stateShareWages TO stateTaxWages
		PERFORM Compute-State-Tax
		MOVE stateTaxAmount TO stateWorkTaxAmount
		ADD stateWorkTaxAmount TO stateWithholdingRaw
		MOVE stateShareCode TO stateWantedCode
		PERFORM Find-Employee-State-Entry
		IF stateFoundIndex > 0
			ADD stateShareWages
				TO employeeStateWages (stateFoundIndex)
			ADD stateWorkTaxAmount
				TO employeeStateWithholding (stateFoundIndex)
			ADD stateShareFicaWages
				TO employeeStateSutaWages (stateFoundIndex)
		END-IF
		IF employeeResidentState NOT = SPACES
				AND stateShareCode NOT = employeeResidentState
			PERFORM Credit-Resident-State
		END-IF
	END-IF.

Credit-Resident-State.
	MOVE employeeResidentState TO stateTaxCode.
	PERFORM Compute-State-Tax.
	MOVE ZEROS TO stateCreditAmount.
	IF stateTaxAmount > stateWorkTaxAmount
		COMPUTE stateCreditAmount = stateTaxAmount - stateWorkTaxAmount
	END-IF.
	ADD stateCreditAmount TO stateWithholdingRaw.
	MOVE employeeResidentState TO stateWantedCode.
	PERFORM Find-Employee-State-Entry.
	IF stateFoundIndex > 0
		ADD stateShareWages TO employeeStateWages (stateFoundIndex)
		ADD stateCreditAmount
			TO employeeStateWithholding (stateFoundIndex)
	END-IF.

Find-Employee-State-Entry.
	MOVE ZEROS TO stateFoundIndex.
	PERFORM Match-Employee-State-Entry
		VARYING stateEntryIndex FROM 1 BY 1
		UNTIL stateEntryIndex > stateEntryCount
			OR stateFoundIndex > 0.
	IF stateFoundIndex = 0
		IF stateEntryCount < 4
			ADD 1 TO stateEntryCount
			MOVE stateEntryCount TO stateFoundIndex
			MOVE stateWantedCode TO employeeStateCode (stateFoundIndex)
		ELSE
			DISPLAY "PAYROLL: STATE DETAIL FULL FOR EMPLOYEE "
				employeeID " STATE " stateWantedCode
		END-IF
	END-IF.

Match-Employee-State-Entry.
	IF employeeStateCode (stateEntryIndex) = stateWantedCode
		MOVE stateEntryIndex TO stateFoundIndex
	END-IF.

Compute-State-Tax.
	MOVE ZEROS TO stateTaxAmount.
	PERFORM Find-State-Rate.
	SET StateBracketsMissing TO TRUE.
	IF stateTaxCode NOT = SPACES AND BracketTablesLoaded
		PERFORM Match-State-Bracket-Row
			VARYING bracketScanIndex FROM 1 BY 1
			UNTIL bracketScanIndex > bracketRowCount
				OR StateBracketsPresent
	END-IF.
	EVALUATE TRUE
		WHEN StateBracketsPresent AND payPeriodsPerYear > 0
			MOVE stateTaxCode TO bracketStateWanted
			PERFORM Calculate-State-Bracket-Tax
		WHEN StateRateFound
			COMPUTE stateTaxAmount ROUNDED = stateTaxWages *
				stateRateEntryWithholding (stateRateIndex)
		WHEN BracketTablesLoaded AND payPeriodsPerYear > 0
			MOVE SPACES TO bracketStateWanted
			PERFORM Calculate-State-Bracket-Tax
		WHEN OTHER
			COMPUTE stateTaxAmount =
				stateTaxWages * stateWithholdingRate
	END-EVALUATE.

Match-State-Bracket-Row.
	IF bracketEntryAuthority (bracketScanIndex) = "S"
			AND bracketEntryState (bracketScanIndex) = stateTaxCode
		SET StateBracketsPresent TO TRUE
	END-IF.

Calculate-State-Bracket-Tax.
	MOVE "S" TO bracketAuthorityWanted.
	MOVE stateTaxWages TO bracketTaxableWages.
	MOVE employeeStateFilingStatus TO bracketStatusWanted.
	MOVE employeeStateAllowances TO bracketAllowancesWanted.
	PERFORM Calculate-Bracket-Withholding.
	MOVE periodTaxAmount TO stateTaxAmount.

Calculate-State-Suta.
	IF employeeStateSutaWages (stateEntryIndex) > 0
		MOVE employeeStateCode (stateEntryIndex) TO stateTaxCode
		PERFORM Find-State-Rate
		IF StateRateFound
			MOVE stateRateEntrySuta (stateRateIndex)
				TO stateSutaRateUsed
			MOVE stateRateEntrySutaBase (stateRateIndex)
				TO stateSutaBaseUsed
		ELSE
			MOVE sutaRate TO stateSutaRateUsed
			MOVE sutaWageBase TO stateSutaBaseUsed
		END-IF
		IF stateTaxCode = SPACES
			MOVE ytdFicaWagesBeforeRun TO stateYtdSutaWages
		ELSE
			MOVE ZEROS TO stateYtdSutaWages
			PERFORM Match-State-Ytd-Suta-Wages
				VARYING stateSlotIndex FROM 1 BY 1
				UNTIL stateSlotIndex > 4
		END-IF
		MOVE employeeStateSutaWages (stateEntryIndex)
			TO stateSutaBasis
		IF stateSutaBaseUsed > 0
			IF stateYtdSutaWages >= stateSutaBaseUsed
				MOVE ZEROS TO stateSutaTaxable
			ELSE
				COMPUTE stateSutaTaxable =
					stateSutaBaseUsed - stateYtdSutaWages
				IF stateSutaTaxable > stateSutaBasis
					MOVE stateSutaBasis TO stateSutaTaxable
				END-IF
			END-IF
		ELSE
			MOVE stateSutaBasis TO stateSutaTaxable
		END-IF
		MOVE stateSutaTaxable
			TO employeeStateSutaWages (stateEntryIndex)
		COMPUTE employeeStateSuta (stateEntryIndex) =
			stateSutaTaxable * stateSutaRateUsed
		ADD stateSutaTaxable TO sutaTaxableThisPeriod
		ADD employeeStateSuta (stateEntryIndex) TO sutaAmount
	END-IF.

Match-State-Ytd-Suta-Wages.
	IF employeeStateYtdCode (stateSlotIndex) = stateTaxCode
		MOVE employeeStateYtdSutaWages (stateSlotIndex)
			TO stateYtdSutaWages
	END-IF.

Apply-Pre-Tax-Deductions.
	MOVE ZEROS TO totalDeductionsForEmployee.
	MOVE ZEROS TO preTaxDeferralAmount preTaxCafeteriaAmount
		employerMatchAmount.
	INITIALIZE employeeBox12Table.
	MOVE ZEROS TO employeeDeductionCount.
	IF DeductionsAvailable
		PERFORM Load-Employee-Deductions
	END-IF.
	IF employeeDeductionCount > 0
		PERFORM Sort-Employee-Deductions
		SET PreTaxPass TO TRUE
		MOVE grossPayRaw TO netPayRaw
		PERFORM Apply-One-Deduction
			VARYING applyDeductionIndex FROM 1 BY 1
			UNTIL applyDeductionIndex > employeeDeductionCount
	END-IF.

Apply-Post-Tax-Deductions.
	IF employeeDeductionCount > 0
		SET PostTaxPass TO TRUE
		PERFORM Apply-One-Deduction
			VARYING applyDeductionIndex FROM 1 BY 1
			UNTIL applyDeductionIndex > employeeDeductionCount
			SET DeductionEndOfFile TO TRUE
		NOT AT END
			IF deductEmployeeID = employeeID
				IF DeductionActive
						AND (PercentDeduction
							OR (NOT OffCycleRun AND NOT FinalPayRun))
					PERFORM Add-Deduction-To-Table
				END-IF
			ELSE
				SET DeductionEndOfFile TO TRUE
			END-IF
	END-READ.

Add-Deduction-To-Table.
	IF employeeDeductionCount < 10
		ADD 1 TO employeeDeductionCount
		SET employeeDeductionIndex TO employeeDeductionCount
		PERFORM Move-Deduction-To-Table
	ELSE
		MOVE "DEDUCTION TABLE FULL, NOT TAKEN" TO exceptionReason
		PERFORM Write-Exception-Record
	END-IF.

Move-Deduction-To-Table.
	MOVE deductSequence
		TO deductEntrySequence (employeeDeductionIndex).
		TO deductEntryLastAppliedPeriod (employeeDeductionIndex).
	MOVE deductCaseNumber
		TO deductEntryCaseNumber (employeeDeductionIndex).
	MOVE "N" TO deductEntryTaxability (employeeDeductionIndex).
	MOVE SPACES TO deductEntryBox12Code (employeeDeductionIndex).
	MOVE ZEROS TO deductEntryMatchRate (employeeDeductionIndex)
		deductEntryMatchCap (employeeDeductionIndex).
	IF typeRuleCount > 0
		SET typeRuleIndex TO 1
		SEARCH typeRuleEntry
			AT END
				CONTINUE
			WHEN typeRuleCode (typeRuleIndex) = deductType
				MOVE typeRuleTaxability (typeRuleIndex)
					TO deductEntryTaxability (employeeDeductionIndex)
				MOVE typeRuleBox12Code (typeRuleIndex)
					TO deductEntryBox12Code (employeeDeductionIndex)
				MOVE typeRuleMatchRate (typeRuleIndex)
					TO deductEntryMatchRate (employeeDeductionIndex)
				MOVE typeRuleMatchCap (typeRuleIndex)
					TO deductEntryMatchCap (employeeDeductionIndex)
		END-SEARCH
	END-IF.

Sort-Employee-Deductions.
	PERFORM Sort-Deduction-Pass
	END-IF.

Apply-One-Deduction.
	IF PreTaxEntryDeduction (applyDeductionIndex)
		IF PreTaxPass
			PERFORM Take-One-Deduction
		END-IF
	ELSE
		IF PostTaxPass
			PERFORM Take-One-Deduction
		END-IF
	END-IF.

Take-One-Deduction.
	IF deductEntryLastAppliedPeriod (applyDeductionIndex)
			= payPeriodEndDate
			AND deductEntryLastAppliedRecordCount (applyDeductionIndex)
			TO deductEntryLastAppliedRecordCount (applyDeductionIndex)
		MOVE payPeriodEndDate
			TO deductEntryLastAppliedPeriod (applyDeductionIndex)
		IF NOT TrialRun
			PERFORM Rewrite-Deduction-Record
		END-IF
	END-IF.
	SUBTRACT deductionTakenAmount FROM netPayRaw.
	ADD deductionTakenAmount TO totalDeductionsForEmployee.
	PERFORM Add-Deduction-Type-Total.
	IF NOT TrialRun
		PERFORM Write-Deduction-Register-Line
		IF deductionTakenAmount > 0
			PERFORM Write-Remittance-Extract-Line
		END-IF
	END-IF.
	IF PreTaxPass
		PERFORM Accumulate-Pre-Tax-Deduction
	END-IF.

Accumulate-Pre-Tax-Deduction.
	IF CafeteriaEntryDeduction (applyDeductionIndex)
		ADD deductionTakenAmount TO preTaxCafeteriaAmount
	ELSE
		ADD deductionTakenAmount TO preTaxDeferralAmount
	END-IF.
	IF deductEntryBox12Code (applyDeductionIndex) NOT = SPACES
			AND deductionTakenAmount > 0
		PERFORM Add-Employee-Box12-Amount
	END-IF.
	MOVE ZEROS TO deductionMatchAmount.
	IF deductEntryMatchRate (applyDeductionIndex) > 0
			AND deductionTakenAmount > 0
		MOVE deductionTakenAmount TO deductionMatchBasis
		IF deductEntryMatchCap (applyDeductionIndex) > 0
			COMPUTE deductionMatchAmount ROUNDED =
				grossPayRaw * deductEntryMatchCap (applyDeductionIndex)
			IF deductionMatchBasis > deductionMatchAmount
				MOVE deductionMatchAmount TO deductionMatchBasis
			END-IF
		END-IF
		COMPUTE deductionMatchAmount ROUNDED =
			deductionMatchBasis * deductEntryMatchRate (applyDeductionIndex)
		ADD deductionMatchAmount TO employerMatchAmount
	END-IF.

Add-Employee-Box12-Amount.
	MOVE ZEROS TO box12FoundIndex.
	PERFORM Match-Employee-Box12-Slot
		VARYING box12SearchIndex FROM 1 BY 1
		UNTIL box12SearchIndex > 4 OR box12FoundIndex > 0.
	IF box12FoundIndex > 0
		MOVE deductEntryBox12Code (applyDeductionIndex)
			TO employeeBox12Code (box12FoundIndex)
		ADD deductionTakenAmount
			TO employeeBox12Amount (box12FoundIndex)
	ELSE
		MOVE "W-2 BOX 12 CODES EXCEED 4, NOT REPORTED"
			TO exceptionReason
		PERFORM Write-Exception-Record
	END-IF.

Match-Employee-Box12-Slot.
	IF employeeBox12Code (box12SearchIndex)
			= deductEntryBox12Code (applyDeductionIndex)
			OR employeeBox12Code (box12SearchIndex) = SPACES
		MOVE box12SearchIndex TO box12FoundIndex
	END-IF.

Calculate-Deduction-Amount.

Write-Deduction-Register-Line.
	MOVE deductionTakenAmount TO deductionTakenFormatted.
	IF PreTaxPass
		MOVE " PRE-TAX" TO deductionTaxLabel
	ELSE
		MOVE SPACES TO deductionTaxLabel
	END-IF.
	MOVE deductionArrearsAmount TO deductionArrearsFormatted.
	MOVE SPACES TO deductionRegisterRecord.
	STRING "ID=" DELIMITED BY SIZE
	deductionTakenFormatted DELIMITED BY SIZE
	" ARREARS=" DELIMITED BY SIZE
	deductionArrearsFormatted DELIMITED BY SIZE
	deductionTaxLabel DELIMITED BY SIZE
	INTO deductionRegisterRecord.
	WRITE deductionRegisterRecord.
	ADD 1 TO deductionLineCount.
	ADD futaAmount TO TotalFutaRaw.
	ADD sutaAmount TO TotalSutaRaw.
	ADD employerBurdenAmount TO TotalBurdenRaw.
	ADD employerMatchAmount TO TotalEmployerMatchRaw.
	PERFORM Add-Run-State-Total
		VARYING stateEntryIndex FROM 1 BY 1
		UNTIL stateEntryIndex > stateEntryCount.

	MOVE grossPayFormatted TO grossPayFromPrintedLine.
	ADD grossPayFromPrintedLine TO TotalGrossPayPrintedRaw.
		ADD employerFicaAmount TO ytdEmployerFICA
		ADD futaAmount TO ytdFUTA
		ADD sutaAmount TO ytdSUTA
		PERFORM Add-Pre-Tax-To-Master
		PERFORM Add-State-To-Master
		PERFORM Accrue-Leave-Banks
		MOVE groupLastRecordCount TO masterLastAppliedRecordCount
		MOVE payPeriodEndDate TO masterLastAppliedPeriod
	END-IF.

	PERFORM Resolve-Bank-Prenote.
	IF NotNewMasterRecord
			AND masterRoutingNumber IS NUMERIC
			AND masterRoutingNumber NOT = ZEROS
		REWRITE masterRecord
	END-IF.

Resolve-Bank-Prenote.
	SET PrenoteNoAction TO TRUE.
	IF PrenoteNotTracked
			AND NotNewMasterRecord
			AND masterRoutingNumber IS NUMERIC
			AND masterRoutingNumber NOT = ZEROS
		MOVE masterRoutingNumber TO masterPrenoteRouting
		MOVE masterAccountNumber TO masterPrenoteAccount
		MOVE SPACES TO masterPrenoteDate
		SET PrenoteCleared TO TRUE
	END-IF.
	IF routingNumber NOT = ZEROS
		IF masterPrenoteRouting IS NUMERIC
				AND routingNumber = masterPrenoteRouting
				AND accountNumber = masterPrenoteAccount
			EVALUATE TRUE
				WHEN PrenoteCleared
					CONTINUE
				WHEN PrenotePending
					PERFORM Check-Prenote-Waiting-Period
				WHEN PrenoteFailed
					SET PrenoteHoldByCheck TO TRUE
					MOVE "ACH PRENOTE FAILED - PAID BY CHECK"
						TO exceptionReason
					PERFORM Write-Exception-Record
				WHEN OTHER
					PERFORM Start-Bank-Prenote
			END-EVALUATE
		ELSE
			PERFORM Start-Bank-Prenote
		END-IF
	END-IF.

Check-Prenote-Waiting-Period.
	IF masterPrenoteDate = payPeriodEndDate
		PERFORM Start-Bank-Prenote
	ELSE
		PERFORM Compute-Prenote-Elapsed-Days
		IF prenoteElapsedDays >= prenoteWaitDays
			SET PrenoteCleared TO TRUE
		ELSE
			SET PrenoteHoldByCheck TO TRUE
		END-IF
	END-IF.

Start-Bank-Prenote.
	MOVE routingNumber TO masterPrenoteRouting.
	MOVE accountNumber TO masterPrenoteAccount.
	MOVE payPeriodEndDate TO masterPrenoteDate.
	SET PrenotePending TO TRUE.
	SET PrenoteSendEntry TO TRUE.
	MOVE "NEW BANK ACCOUNT - PRENOTE SENT, CHECK"
		TO exceptionReason.
	PERFORM Write-Exception-Record.

Compute-Prenote-Elapsed-Days.
	MOVE ZEROS TO prenoteElapsedDays.
	IF masterPrenoteDate IS NUMERIC
			AND payPeriodEndDate IS NUMERIC
		MOVE masterPrenoteDate TO prenoteSentDate
		MOVE payPeriodEndDate TO prenoteRunDate
		IF prenoteRunDate > prenoteSentDate
			COMPUTE prenoteElapsedDays =
				FUNCTION INTEGER-OF-DATE (prenoteRunDate)
				- FUNCTION INTEGER-OF-DATE (prenoteSentDate)
		END-IF
	END-IF.

Verify-Master-Bank-Account.
	SET MasterAccountVerified TO TRUE.
	IF NOT PrenoteNotTracked
		IF masterPrenoteRouting NOT = masterRoutingNumber
				OR masterPrenoteAccount NOT = masterAccountNumber
			SET MasterAccountUnverified TO TRUE
		ELSE
			EVALUATE TRUE
				WHEN PrenoteCleared
					CONTINUE
				WHEN PrenotePending
					PERFORM Compute-Prenote-Elapsed-Days
					IF prenoteElapsedDays < prenoteWaitDays
						SET MasterAccountUnverified TO TRUE
					END-IF
				WHEN OTHER
					SET MasterAccountUnverified TO TRUE
			END-EVALUATE
		END-IF
	END-IF.

Accrue-Leave-Banks.
	IF masterVacationBalance IS NOT NUMERIC
		MOVE ZEROS TO masterVacationBalance
	MOVE "S" TO masterFilingStatus.
	MOVE ZEROS TO masterAllowances
		masterVacationBalance masterSickBalance
		ytdEmployerFICA ytdFUTA ytdSUTA
		ytdPreTaxDeferral ytdPreTaxCafeteria ytdEmployerMatch.
	PERFORM Clear-Master-Box12-Slot
		VARYING box12SearchIndex FROM 1 BY 1
		UNTIL box12SearchIndex > 4.
	MOVE SPACES TO masterResidentState masterStateFilingStatus.
	MOVE ZEROS TO masterStateAllowances.
	PERFORM Clear-Master-State-Slot
		VARYING stateSlotIndex FROM 1 BY 1
		UNTIL stateSlotIndex > 4.
	MOVE ZEROS TO masterPrenoteRouting.
	MOVE SPACES TO masterPrenoteAccount masterPrenoteDate.
	SET PrenoteNotSent TO TRUE.
	SET ActiveEmployee TO TRUE.
	SET NewMasterRecord TO TRUE.

	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Pre-Tax-Stub-Lines.

	MOVE federalWithholdingRaw TO stubAmountFormatted.
	STRING "  FEDERAL WITHHOLDING: " DELIMITED BY SIZE
	stubAmountFormatted DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	PERFORM Write-Match-Stub-Line.

	MOVE ytdGrossPay TO stubYtdAmountFormatted.
	MOVE ytdHoursWorked TO stubYtdHoursFormatted.
	STRING "  YTD GROSS:   " DELIMITED BY SIZE
	INTO payStubRecord.
	PERFORM Write-Stub-Line.

	IF ytdPreTaxDeferral + ytdPreTaxCafeteria > 0
		COMPUTE stubYtdAmountFormatted =
			ytdPreTaxDeferral + ytdPreTaxCafeteria
		STRING "  YTD PRE-TAX: " DELIMITED BY SIZE
		stubYtdAmountFormatted DELIMITED BY SIZE
		INTO payStubRecord
		PERFORM Write-Stub-Line
	END-IF.

	IF ytdEmployerMatch > 0
		MOVE ytdEmployerMatch TO stubYtdAmountFormatted
		STRING "  YTD MATCH:   " DELIMITED BY SIZE
		stubYtdAmountFormatted DELIMITED BY SIZE
		INTO payStubRecord
		PERFORM Write-Stub-Line
	END-IF.

	MOVE masterVacationBalance TO stubBalanceFormatted.
	MOVE masterSickBalance TO stubSickBalanceFormatted.
	STRING "  VACATION BALANCE: " DELIMITED BY SIZE

	PERFORM Write-Stub-Line.

Write-Pre-Tax-Stub-Lines.
	IF preTaxDeferralAmount + preTaxCafeteriaAmount > 0
		COMPUTE stubAmountFormatted =
			preTaxDeferralAmount + preTaxCafeteriaAmount
		STRING "  PRE-TAX DEDUCTIONS:  " DELIMITED BY SIZE
		stubAmountFormatted DELIMITED BY SIZE
		INTO payStubRecord
		PERFORM Write-Stub-Line
		MOVE incomeTaxableWages TO stubAmountFormatted
		STRING "  TAXABLE WAGES:       " DELIMITED BY SIZE
		stubAmountFormatted DELIMITED BY SIZE
		INTO payStubRecord
		PERFORM Write-Stub-Line
	END-IF.

Write-Match-Stub-Line.
	IF employerMatchAmount > 0
		MOVE employerMatchAmount TO stubAmountFormatted
		STRING "  EMPLOYER 401K MATCH: " DELIMITED BY SIZE
		stubAmountFormatted DELIMITED BY SIZE
		INTO payStubRecord
		PERFORM Write-Stub-Line
	END-IF.

Write-Stub-Line.
	WRITE payStubRecord.
	ADD 1 TO stubLineCount.
		MOVE 0 TO AverageGrossPayRaw.

Write-Header.
	IF TrialRun
		MOVE "PAYROLL REPORT - TRIAL RUN, NOTHING POSTED"
			TO OutputRecord
	ELSE
		MOVE "PAYROLL REPORT" to OutputRecord
	END-IF.
	WRITE OutputRecord.
	ADD 1 TO outputLineCount.

	INTO balanceReportRecord.
	PERFORM Write-Balance-Line.

	IF prenoteSentCount > 0 OR prenoteHeldCount > 0
		MOVE prenoteSentCount TO prenoteCountFormatted
		MOVE prenoteHeldCount TO prenoteHeldFormatted
		STRING "ACH PRENOTES SENT: " DELIMITED BY SIZE
		prenoteCountFormatted DELIMITED BY SIZE
		" PAID BY CHECK PENDING PRENOTE: " DELIMITED BY SIZE
		prenoteHeldFormatted DELIMITED BY SIZE
		INTO balanceReportRecord
		PERFORM Write-Balance-Line
	END-IF.

	COMPUTE paidNetTotalRaw = achNetAmountRaw + checkTotalNetRaw.
	IF paidNetTotalRaw = TotalNetPayRaw
		MOVE "PASS" TO balanceStatusWord
	INTO employerLiabilityRecord.
	PERFORM Write-Liability-Line.

	MOVE TotalEmployerMatchRaw TO employerTotalFormatted.
	STRING "EMPLOYER 401(K) MATCH:    " DELIMITED BY SIZE
	employerTotalFormatted DELIMITED BY SIZE
	INTO employerLiabilityRecord.
	PERFORM Write-Liability-Line.

	COMPUTE burdenedLaborCostRaw =
		TotalGrossPayRaw + TotalBurdenRaw + TotalEmployerMatchRaw.
	MOVE burdenedLaborCostRaw TO employerTotalFormatted.
	STRING "FULLY BURDENED LABOR COST:" DELIMITED BY SIZE
	employerTotalFormatted DELIMITED BY SIZE
	END-IF.
	PERFORM Write-Liability-Line.

	IF stateTotalCount > 0
		PERFORM Write-Liability-Line
		MOVE "STATE LIABILITY BY STATE" TO employerLiabilityRecord
		PERFORM Write-Liability-Line
		STRING "ST   " DELIMITED BY SIZE
		"STATE WAGES   " DELIMITED BY SIZE
		"WITHHOLDING   " DELIMITED BY SIZE
		" SUTA WAGES   " DELIMITED BY SIZE
		"       SUTA" DELIMITED BY SIZE
		INTO employerLiabilityRecord
		PERFORM Write-Liability-Line
		PERFORM Write-State-Liability-Line
			VARYING stateTotalIndex FROM 1 BY 1
			UNTIL stateTotalIndex > stateTotalCount
	END-IF.

	CLOSE EmployerLiabilityFile.

Write-State-Liability-Line.
	MOVE stateTotalCode (stateTotalIndex) TO stateReportCode.
	IF stateReportCode = SPACES
		MOVE "--" TO stateReportCode
	END-IF.
	MOVE stateTotalWages (stateTotalIndex) TO stateWagesFormatted.
	MOVE stateTotalWithholding (stateTotalIndex)
		TO stateWithholdingFormatted.
	MOVE stateTotalSutaWages (stateTotalIndex)
		TO stateSutaWagesFormatted.
	MOVE stateTotalSuta (stateTotalIndex) TO stateSutaFormatted.
	STRING stateReportCode DELIMITED BY SIZE
	"   " DELIMITED BY SIZE
	stateWagesFormatted DELIMITED BY SIZE
	"   " DELIMITED BY SIZE
	stateWithholdingFormatted DELIMITED BY SIZE
	"   " DELIMITED BY SIZE
	stateSutaWagesFormatted DELIMITED BY SIZE
	"   " DELIMITED BY SIZE
	stateSutaFormatted DELIMITED BY SIZE
	INTO employerLiabilityRecord.
	PERFORM Write-Liability-Line.

Write-Liability-Line.
	WRITE employerLiabilityRecord.
	MOVE SPACES TO employerLiabilityRecord.
	PERFORM Write-Check-Line.
	PERFORM Write-Check-Line.

	IF NOT OffCycleRun AND NOT FinalPayRun
		MOVE SPACES TO checkRegisterRecord
		STRING "CHECK " DELIMITED BY SIZE
		checkNumberFormatted DELIMITED BY SIZE
		" ID=" DELIMITED BY SIZE
		employeeID DELIMITED BY SIZE
		" NAME=" DELIMITED BY SIZE
		employeeName DELIMITED BY SIZE
		" AMOUNT=" DELIMITED BY SIZE
		checkAmountFormatted DELIMITED BY SIZE
		INTO checkRegisterRecord
		WRITE checkRegisterRecord
		ADD 1 TO registerLineCount
		MOVE SPACES TO checkRegisterRecord
	END-IF.

	MOVE checkNumberFormatted TO issueCheckNumber.
	MOVE payPeriodEndDate TO issueDate.
	WRITE achRecord.
	ADD 1 TO achLineCount.

Write-Ach-Prenote-Entry.
	MOVE ZEROS TO achAmountCents.
	ADD 1 TO achEntryCount.
	ADD 1 TO prenoteSentCount.

	MOVE SPACES TO achRecord.
	STRING "6" DELIMITED BY SIZE
	"23" DELIMITED BY SIZE
	routingNumber DELIMITED BY SIZE
	accountNumber DELIMITED BY SIZE
	achAmountCents DELIMITED BY SIZE
	employeeID DELIMITED BY SIZE
	employeeName DELIMITED BY SIZE
	INTO achRecord.
	WRITE achRecord.
	ADD 1 TO achLineCount.

Write-Ach-Footer.
	MOVE SPACES TO achRecord.
	STRING "8" DELIMITED BY SIZE
