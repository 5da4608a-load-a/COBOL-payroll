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

FD HistoryArchiveFile.
01 historyArchiveRecord.
	05 archHistoryFUTA			PIC 9(6)V99.
	05 archHistorySUTA			PIC 9(6)V99.
	05 archHistoryReissueSwitch	PIC X.
	05 archHistoryPreTaxDeferral	PIC 9(6)V99.
	05 archHistoryPreTaxCafeteria	PIC 9(6)V99.
	05 archHistoryEmployerMatch	PIC 9(6)V99.
	05 archHistoryBox12Detail	PIC X(40).
	05 archHistoryPaymentType	PIC X.
	05 archHistoryStateDetail	PIC X(136).

FD MasterArchiveFile.
01 masterArchiveRecord PIC X(455).

FD ArchiveReportFile.
01 archiveReportRecord PIC X(100).
	MOVE historyFUTA TO archHistoryFUTA.
	MOVE historySUTA TO archHistorySUTA.
	MOVE historyReissueSwitch TO archHistoryReissueSwitch.
	MOVE historyPreTaxDeferral TO archHistoryPreTaxDeferral.
	MOVE historyPreTaxCafeteria TO archHistoryPreTaxCafeteria.
	MOVE historyEmployerMatch TO archHistoryEmployerMatch.
	MOVE historyBox12Detail TO archHistoryBox12Detail.
	MOVE historyPaymentType TO archHistoryPaymentType.
	MOVE historyStateDetail TO archHistoryStateDetail.
	WRITE historyArchiveRecord.
	ADD 1 TO archivedRowCount.
	IF HistoryVoided
	MOVE archHistoryFUTA TO historyFUTA.
	MOVE archHistorySUTA TO historySUTA.
	MOVE archHistoryReissueSwitch TO historyReissueSwitch.
	MOVE archHistoryPreTaxDeferral TO historyPreTaxDeferral.
	MOVE archHistoryPreTaxCafeteria TO historyPreTaxCafeteria.
	MOVE archHistoryEmployerMatch TO historyEmployerMatch.
	MOVE archHistoryBox12Detail TO historyBox12Detail.
	MOVE archHistoryPaymentType TO historyPaymentType.
	MOVE archHistoryStateDetail TO historyStateDetail.
	WRITE historyRecord
		INVALID KEY
			ADD 1 TO restoreSkipCount
