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

FD MaintTransFile.
01 maintTransRecord.
		88 TransDelete		VALUE "D".
		88 TransAdjustYtd	VALUE "Y".
		88 TransW4Election	VALUE "W".
		88 TransStateElection	VALUE "S".
		88 TransBankAccount	VALUE "B".
	05 transEmployeeID		PIC 9(5).
	05 transEmployeeName	PIC X(20).
	05 transYtdField		PIC X(5).
		88 TransFilingSingle	VALUE "S".
		88 TransFilingMarried	VALUE "M".
	05 transAllowances		PIC 9(2).
	05 transResidentState	PIC X(2).
	05 transStateFilingStatus	PIC X.
		88 TransStateSingle		VALUE "S".
		88 TransStateMarried	VALUE "M".
		88 TransStateFollowsFederal	VALUE " ".
	05 transStateAllowances	PIC 9(2).
	05 transRoutingNumber	PIC 9(9).
	05 transAccountNumber	PIC X(17).

FD AuditFile.
01 auditRecord PIC X(132).
	88 TransValid		VALUE "Y".
	88 TransInvalid		VALUE "N".
01 transErrorReason PIC X(40) VALUE SPACES.
01 box12SlotIndex PIC 9 VALUE ZEROS.
01 stateSlotIndex PIC 9 VALUE ZEROS.
01 stateSlotFoundIndex PIC 9 VALUE ZEROS.
01 transCounts.
	05 transAppliedCount		PIC 9(6) VALUE ZEROS.
	05 transErrorCount			PIC 9(6) VALUE ZEROS.
				PERFORM Apply-Adjust-Transaction
			WHEN TransW4Election
				PERFORM Apply-W4-Transaction
			WHEN TransStateElection
				PERFORM Apply-State-Election-Transaction
			WHEN TransBankAccount
				PERFORM Apply-Bank-Account-Transaction
			WHEN OTHER
				SET TransInvalid TO TRUE
				MOVE "INVALID ACTION CODE" TO transErrorReason
			MOVE ZEROS TO masterAllowances
				masterVacationBalance masterSickBalance
				ytdEmployerFICA ytdFUTA ytdSUTA
				ytdPreTaxDeferral ytdPreTaxCafeteria ytdEmployerMatch
			PERFORM Clear-Box12-Slot
				VARYING box12SlotIndex FROM 1 BY 1
				UNTIL box12SlotIndex > 4
			MOVE SPACES TO masterResidentState masterStateFilingStatus
			MOVE ZEROS TO masterStateAllowances
			IF transResidentState IS ALPHABETIC-UPPER
				MOVE transResidentState TO masterResidentState
			END-IF
			PERFORM Clear-State-Slot
				VARYING stateSlotIndex FROM 1 BY 1
				UNTIL stateSlotIndex > 4
			PERFORM Clear-Prenote-Fields
			SET ActiveEmployee TO TRUE
			WRITE masterRecord
			PERFORM Write-Audit-Action-Line
			MOVE "EMPLOYEE ALREADY ON MASTER" TO transErrorReason
	END-READ.

Clear-Box12-Slot.
	MOVE SPACES TO masterBox12Code (box12SlotIndex).
	MOVE ZEROS TO masterBox12Amount (box12SlotIndex).

Clear-State-Slot.
	MOVE SPACES TO masterStateCode (stateSlotIndex).
	MOVE ZEROS TO masterStateWages (stateSlotIndex)
		masterStateWithholding (stateSlotIndex)
		masterStateSutaWages (stateSlotIndex)
		masterStateSuta (stateSlotIndex).

Apply-Change-Transaction.
	MOVE transEmployeeID TO masterEmployeeID.
	READ EmployeeMaster
		END-READ
	END-IF.

Apply-State-Election-Transaction.
	IF transResidentState = SPACES
			OR transResidentState IS NOT ALPHABETIC-UPPER
		SET TransInvalid TO TRUE
		MOVE "INVALID RESIDENT STATE" TO transErrorReason
	END-IF.
	IF TransValid AND NOT TransStateSingle AND NOT TransStateMarried
			AND NOT TransStateFollowsFederal
		SET TransInvalid TO TRUE
		MOVE "INVALID STATE FILING STATUS" TO transErrorReason
	END-IF.
	IF TransValid AND NOT TransStateFollowsFederal
			AND transStateAllowances IS NOT NUMERIC
		SET TransInvalid TO TRUE
		MOVE "NON-NUMERIC STATE ALLOWANCES" TO transErrorReason
	END-IF.
	IF TransValid
		MOVE transEmployeeID TO masterEmployeeID
		READ EmployeeMaster
			INVALID KEY
				SET TransInvalid TO TRUE
				MOVE "EMPLOYEE NOT ON MASTER" TO transErrorReason
			NOT INVALID KEY
				PERFORM Write-Audit-Action-Line
				MOVE "BEFORE" TO auditImageLabel
				PERFORM Write-Audit-Image
				MOVE transResidentState TO masterResidentState
				MOVE transStateFilingStatus TO masterStateFilingStatus
				IF TransStateFollowsFederal
					MOVE ZEROS TO masterStateAllowances
				ELSE
					MOVE transStateAllowances TO masterStateAllowances
				END-IF
				REWRITE masterRecord
				MOVE "AFTER" TO auditImageLabel
				PERFORM Write-Audit-Image
				ADD 1 TO transAppliedCount
		END-READ
	END-IF.

Apply-Bank-Account-Transaction.
	IF transRoutingNumber IS NOT NUMERIC
			OR transRoutingNumber = ZEROS
		SET TransInvalid TO TRUE
		MOVE "INVALID ROUTING NUMBER" TO transErrorReason
	END-IF.
	IF TransValid AND transAccountNumber = SPACES
		SET TransInvalid TO TRUE
		MOVE "MISSING ACCOUNT NUMBER" TO transErrorReason
	END-IF.
	IF TransValid
		MOVE transEmployeeID TO masterEmployeeID
		READ EmployeeMaster
			INVALID KEY
				SET TransInvalid TO TRUE
				MOVE "EMPLOYEE NOT ON MASTER" TO transErrorReason
			NOT INVALID KEY
				PERFORM Write-Audit-Action-Line
				MOVE "BEFORE" TO auditImageLabel
				PERFORM Write-Audit-Image
				MOVE transRoutingNumber TO masterRoutingNumber
				MOVE transAccountNumber TO masterAccountNumber
				PERFORM Clear-Prenote-Fields
				REWRITE masterRecord
				MOVE "AFTER" TO auditImageLabel
				PERFORM Write-Audit-Image
				ADD 1 TO transAppliedCount
		END-READ
	END-IF.

Clear-Prenote-Fields.
	MOVE ZEROS TO masterPrenoteRouting.
	MOVE SPACES TO masterPrenoteAccount masterPrenoteDate.
	SET PrenoteNotSent TO TRUE.

Adjust-Ytd-Field.
	EVALUATE TRUE
		WHEN AdjustGross
			ELSE
				ADD transAdjustAmount TO ytdStateWithholding
			END-IF
			IF TransValid AND transResidentState NOT = SPACES
				PERFORM Adjust-State-Slot
			END-IF
		WHEN AdjustFICA
			IF AdjustSubtract
				SUBTRACT transAdjustAmount FROM ytdFICAWithholding
			MOVE "INVALID YTD FIELD NAME" TO transErrorReason
	END-EVALUATE.

Adjust-State-Slot.
	MOVE ZEROS TO stateSlotFoundIndex.
	PERFORM Match-State-Slot
		VARYING stateSlotIndex FROM 1 BY 1
		UNTIL stateSlotIndex > 4 OR stateSlotFoundIndex > 0.
	IF stateSlotFoundIndex = 0 AND NOT AdjustSubtract
		PERFORM Claim-Free-State-Slot
			VARYING stateSlotIndex FROM 1 BY 1
			UNTIL stateSlotIndex > 4 OR stateSlotFoundIndex > 0
	END-IF.
	IF stateSlotFoundIndex = 0
		SET TransInvalid TO TRUE
		MOVE "NO STATE YTD SLOT FOR STATE" TO transErrorReason
	ELSE
		IF AdjustSubtract
			SUBTRACT transAdjustAmount
				FROM masterStateWithholding (stateSlotFoundIndex)
				ON SIZE ERROR
					SET TransInvalid TO TRUE
					MOVE "ADJUSTMENT EXCEEDS BALANCE"
						TO transErrorReason
			END-SUBTRACT
		ELSE
			ADD transAdjustAmount
				TO masterStateWithholding (stateSlotFoundIndex)
		END-IF
	END-IF.

Match-State-Slot.
	IF masterStateWages (stateSlotIndex) IS NOT NUMERIC
			OR masterStateWithholding (stateSlotIndex) IS NOT NUMERIC
			OR masterStateSutaWages (stateSlotIndex) IS NOT NUMERIC
			OR masterStateSuta (stateSlotIndex) IS NOT NUMERIC
		PERFORM Clear-State-Slot
	END-IF.
	IF masterStateCode (stateSlotIndex) = transResidentState
		MOVE stateSlotIndex TO stateSlotFoundIndex
	END-IF.

Claim-Free-State-Slot.
	IF masterStateCode (stateSlotIndex) = SPACES
		MOVE stateSlotIndex TO stateSlotFoundIndex
		MOVE transResidentState TO masterStateCode (stateSlotIndex)
	END-IF.

Write-Audit-Action-Line.
	MOVE SPACES TO auditRecord.
	STRING "ACTION " DELIMITED BY SIZE
	auditNetFormatted DELIMITED BY SIZE
	INTO auditRecord.
	PERFORM Write-Audit-Line.
	MOVE SPACES TO auditRecord.
	STRING "  " DELIMITED BY SIZE
	auditImageLabel DELIMITED BY SIZE
	" RESIDENT=" DELIMITED BY SIZE
	masterResidentState DELIMITED BY SIZE
	" ST-FILING=" DELIMITED BY SIZE
	masterStateFilingStatus DELIMITED BY SIZE
	" ST-ALLOW=" DELIMITED BY SIZE
	masterStateAllowances DELIMITED BY SIZE
	" ROUTING=" DELIMITED BY SIZE
	masterRoutingNumber DELIMITED BY SIZE
	" PRENOTE=" DELIMITED BY SIZE
	masterPrenoteStatus DELIMITED BY SIZE
	INTO auditRecord.
	PERFORM Write-Audit-Line.

Write-Audit-Error.
	ADD 1 TO transErrorCount.
