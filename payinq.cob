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

FD InquiryReportFile.
01 inquiryReportRecord PIC X(120).
	88 HistoryFileOK VALUE "00".
01 inquiryRequest.
	05 commandLineBuffer	PIC X(40) VALUE SPACES.
	05 requestFunction		PIC X(7) VALUE SPACES.
		88 RegisterRequest	VALUE "REG".
		88 VerifyRequest	VALUE "VERIFY".
		88 RecapRequest		VALUE "RECAP".
		88 PrenoteRequest	VALUE "PRENOTE".
	05 parmToken2			PIC X(8) VALUE SPACES.
	05 parmToken3			PIC X(8) VALUE SPACES.
	05 parmToken4			PIC X(8) VALUE SPACES.
01 historyEOFSwitch PIC X VALUE "N".
	88 HistoryEndOfFile		VALUE "Y".
	88 HistoryMoreRecords	VALUE "N".
01 masterEOFSwitch PIC X VALUE "N".
	88 MasterEndOfFile		VALUE "Y".
	88 MasterMoreRecords	VALUE "N".
01 prenoteListing.
	05 prenoteStatusText	PIC X(11) VALUE SPACES.
	05 prenoteNoteText		PIC X(24) VALUE SPACES.
	05 prenotePendingCount	PIC 9(4) VALUE ZEROS.
	05 prenoteClearedCount	PIC 9(4) VALUE ZEROS.
	05 prenoteFailedCount	PIC 9(4) VALUE ZEROS.
	05 prenoteUntrackedCount	PIC 9(4) VALUE ZEROS.
01 inquiryTotals.
	05 inquiryPaymentCount	PIC 9(4) VALUE ZEROS.
	05 inquiryVoidedCount	PIC 9(4) VALUE ZEROS.
			PERFORM Write-Verification-Statement
		WHEN RecapRequest
			PERFORM Write-Period-Recap
		WHEN PrenoteRequest
			PERFORM Write-Prenote-Status-Report
	END-EVALUATE.

	CLOSE PayHistoryFile
			END-IF
			MOVE parmToken2 TO requestFromDate
			MOVE parmToken3 TO requestToDate
		WHEN PrenoteRequest
			CONTINUE
		WHEN OTHER
			DISPLAY "PAYINQ: FUNCTION MUST BE REG VERIFY RECAP"
				" OR PRENOTE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-EVALUATE.
		IF HistoryBackPay
			MOVE "RETRO" TO detailFlagText
		END-IF
		IF HistoryOffCyclePay
			MOVE "OFFCYC" TO detailFlagText
		END-IF
		IF HistoryFinalPay
			MOVE "FINAL" TO detailFlagText
		END-IF
	END-IF.
	MOVE historyHoursWorked TO detailHoursFormatted.
	MOVE SPACES TO inquiryReportRecord.
	MOVE totalAmountFormatted TO inquiryReportRecord (33:11).
	PERFORM Write-Inquiry-Line.

Write-Prenote-Status-Report.
	MOVE "ACH PRENOTE STATUS REPORT" TO inquiryReportRecord.
	PERFORM Write-Inquiry-Line.
	PERFORM Write-Inquiry-Line.
	MOVE "ID    NAME                 STATUS      ROUTING   ACCOUNT           SENT      NOTE" TO inquiryReportRecord.
	PERFORM Write-Inquiry-Line.

	SET MasterMoreRecords TO TRUE.
	MOVE ZEROS TO masterEmployeeID.
	START EmployeeMaster KEY IS >= masterEmployeeID
		INVALID KEY
			SET MasterEndOfFile TO TRUE
	END-START.
	PERFORM Read-Prenote-Master-Row
		UNTIL MasterEndOfFile.

	PERFORM Write-Inquiry-Line.
	MOVE prenotePendingCount TO totalCountFormatted.
	STRING "PENDING:      " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO inquiryReportRecord.
	PERFORM Write-Inquiry-Line.
	MOVE prenoteClearedCount TO totalCountFormatted.
	STRING "CLEARED:      " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO inquiryReportRecord.
	PERFORM Write-Inquiry-Line.
	MOVE prenoteFailedCount TO totalCountFormatted.
	STRING "FAILED:       " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO inquiryReportRecord.
	PERFORM Write-Inquiry-Line.
	MOVE prenoteUntrackedCount TO totalCountFormatted.
	STRING "NOT PRENOTED: " DELIMITED BY SIZE
	totalCountFormatted DELIMITED BY SIZE
	INTO inquiryReportRecord.
	PERFORM Write-Inquiry-Line.

Read-Prenote-Master-Row.
	READ EmployeeMaster NEXT RECORD
		AT END
			SET MasterEndOfFile TO TRUE
		NOT AT END
			IF NOT PrenoteNotTracked AND NOT PrenoteNotSent
				PERFORM Write-Prenote-Detail-Line
			ELSE
				IF masterRoutingNumber IS NUMERIC
						AND masterRoutingNumber NOT = ZEROS
					PERFORM Write-Prenote-Detail-Line
				END-IF
			END-IF
	END-READ.

Write-Prenote-Detail-Line.
	MOVE SPACES TO prenoteNoteText.
	EVALUATE TRUE
		WHEN PrenotePending
			MOVE "PENDING" TO prenoteStatusText
			ADD 1 TO prenotePendingCount
		WHEN PrenoteCleared
			MOVE "CLEARED" TO prenoteStatusText
			ADD 1 TO prenoteClearedCount
		WHEN PrenoteFailed
			MOVE "FAILED" TO prenoteStatusText
			MOVE "PAID BY CHECK" TO prenoteNoteText
			ADD 1 TO prenoteFailedCount
		WHEN PrenoteNotTracked
			MOVE "ON FILE" TO prenoteStatusText
			MOVE "PAID BEFORE PRENOTES" TO prenoteNoteText
			ADD 1 TO prenoteUntrackedCount
		WHEN OTHER
			MOVE "NOT SENT" TO prenoteStatusText
			MOVE "PRENOTE AT NEXT PAYROLL" TO prenoteNoteText
			ADD 1 TO prenoteUntrackedCount
	END-EVALUATE.
	IF NOT PrenoteNotTracked AND NOT PrenoteNotSent
		IF masterRoutingNumber NOT = masterPrenoteRouting
				OR masterAccountNumber NOT = masterPrenoteAccount
			MOVE "MASTER ACCOUNT CHANGED" TO prenoteNoteText
		END-IF
	END-IF.
	MOVE SPACES TO inquiryReportRecord.
	IF PrenoteNotTracked OR PrenoteNotSent
		STRING masterEmployeeID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		masterEmployeeName DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		prenoteStatusText DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		masterRoutingNumber DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		masterAccountNumber DELIMITED BY SIZE
		"          " DELIMITED BY SIZE
		prenoteNoteText DELIMITED BY SIZE
		INTO inquiryReportRecord
	ELSE
		STRING masterEmployeeID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		masterEmployeeName DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		prenoteStatusText DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		masterPrenoteRouting DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		masterPrenoteAccount DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		masterPrenoteDate DELIMITED BY SIZE
		"  " DELIMITED BY SIZE
		prenoteNoteText DELIMITED BY SIZE
		INTO inquiryReportRecord
	END-IF.
	PERFORM Write-Inquiry-Line.

Write-Inquiry-Line.
	WRITE inquiryReportRecord.
	MOVE SPACES TO inquiryReportRecord.
