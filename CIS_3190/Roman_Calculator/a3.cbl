    select romanFile assign to "ROMANIN"
		 organization is line sequential.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

		 organization is line sequential
		 file status is tuningFileStatus.

    select deptRuleFile assign to "DEPTRULE"
		 organization is line sequential
		 file status is deptRuleStatus.

    select ticketFile assign to "ROMANAUT"
		 organization is line sequential
		 file status is ticketFileStatus.

    select retryCountFile assign to "ROMANRTY"
		 organization is indexed
		 access is random
		 record key is processedIdKey
		 file status is processedIdStatus.

*> Dynamic rather than random -- the resend check positions on
*> the department's first entry with START and walks forward
    select fingerprintHistoryFile assign to "ROMANFPH"
		 organization is indexed
		 access is dynamic
		 record key is historyKey
		 file status is fingerprintHistoryStatus.

*> The daily summary -- counts and value totals by run date,
*> department, direction, and status, kept up as each batch
*> closes so the reporting jobs never rescan the trail
    select daySummaryFile assign to "ROMANSUM"
		 organization is indexed
		 access is random
		 record key is summaryKey
		 file status is daySummaryStatus.

*> Read by record id only, to hand each sender its own reference
*> back on the acknowledgment line
    select crosswalkFile assign to "ROMANXRF"
		 organization is indexed
		 access is random
		 record key is xrefRecordId
		 alternate record key is xrefSenderRef with duplicates
		 file status is crosswalkStatus.

data division.
file section.
fd romanFile.
   02  checkpointSum       pic 9(11).
   02  checkpointPosition  pic 9(07).

fd businessDateFile.

*> The business date control file a3eod rolls each night -- only
*> its CTL line (current, prior, and next business dates) is
*> read here; the calendar lines behind it are skipped
01 businessDateRecord.
   02  businessDateType    pic x(03).
   02  filler              pic x(01).
   02  businessDateCurrent pic 9(08).
   02  filler              pic x(01).
   02  businessDatePrior   pic 9(08).
   02  filler              pic x(01).
   02  businessDateNext    pic 9(08).
   02  filler              pic x(50).

fd reportFile.

*> One 80 byte print line per FD, individual layouts are
*> Durable, append-only history of every conversion this program
*> has ever done, across every run -- opened extend so prior runs'
*> entries are never overwritten
01 auditRecord             pic x(88).

fd auditSeqFile.

*> and the phone chase about silently rejected records stops
01 senderAckRecord         pic x(80).

fd crosswalkFile.

*> The sender-reference crosswalk a3stdz files as it mints each
*> record id -- the department's own reference for the line,
*> with the prefix, batch id, and date it was standardized under
01 crosswalkRecord.
   02  xrefRecordId        pic x(08).
   02  xrefSenderRef       pic x(20).
   02  xrefDeptCode        pic x(02).
   02  xrefBatchId         pic x(08).
   02  xrefStdzDate        pic 9(08).

fd daySummaryFile.

*> One entry per run date, id prefix, direction, and status --
*> rejects split further by reason code, blank on every other
*> status.  The count is the audit lines the entry stands for,
*> the value total their whole results, and the twelfths total
*> their fraction tails, so the entries for a date foot to
*> exactly what the trail holds for it
01 daySummaryRecord.
   02  summaryKey.
       03  summaryRunDate      pic 9(08).
       03  summaryDeptPrefix   pic x(02).
       03  summaryDirection    pic x(03).
       03  summaryStatus       pic x(09).
       03  summaryReason       pic x(04).
   02  summaryCount        pic 9(09).
   02  summaryValueTotal   pic 9(13).
   02  summaryTwelfths     pic 9(09).

fd tuningFile.

*> The shared runtime tuning control cards -- keyword and value,
*> a change ticket to the load library
01 tuningRecord            pic x(80).

fd deptRuleFile.

*> Department business-rule cards -- one per two-character
*> record id prefix, naming which directions that department
*> may submit (F, R, or both), the lowest and highest whole
*> value it may convert, and whether it may send fractions.
*> a3stdz pre-edits the raw feeds against the same cards, so a
*> value it let through is judged here by the same rule.  A
*> department with no card is unrestricted, and a missing
*> dataset means no department is -- a blank minimum or maximum
*> leaves that end of the range open
01 deptRuleRecord.
   02  deptRulePrefix      pic x(02).
   02  filler              pic x(01).
   02  deptRuleDirections  pic x(02).
   02  filler              pic x(01).
   02  deptRuleMinimumText pic x(07).
   02  filler              pic x(01).
   02  deptRuleMaximumText pic x(07).
   02  filler              pic x(01).
   02  deptRuleFractions   pic x(01).
   02  filler              pic x(57).

fd ticketFile.

*> Approved override tickets -- the only authority for the 'O'
*> reprocessing override.  One ticket per card, fixed columns:
*>   1-8   ticket number
*>   10    B = one batch id, R = a range of record ids
*>   12-19 the batch id, or the first record id of the range
*>   21-28 the last record id of the range (R only)
*>   30-37 requester
*>   39-46 approver, who may not be the requester
*>   48-55 expiry date yyyymmdd, the last run date it covers
*> '*' in column 1 makes the card a comment
01 ticketRecord.
   02  ticketCardNumber    pic x(08).
   02  filler              pic x(01).
   02  ticketCardType      pic x(01).
   02  filler              pic x(01).
   02  ticketCardFrom      pic x(08).
   02  filler              pic x(01).
   02  ticketCardTo        pic x(08).
   02  filler              pic x(01).
   02  ticketCardRequester pic x(08).
   02  filler              pic x(01).
   02  ticketCardApprover  pic x(08).
   02  filler              pic x(01).
   02  ticketCardExpiry    pic x(08).
   02  filler              pic x(25).

fd retryCountFile.

*> Keyed tally of how many times each record id has rejected,
*> a double-process (stopped with its own return code unless
*> the reprocess override is set), or E when the run ended
*> badly enough (counts out of balance) that a rerun is the
*> expected next step rather than a mistake.  A batch worked
*> under the reprocessing override carries the ticket that
*> authorized it.  The stamps are dated with the business date;
*> the machine clock's own date at the start of the run is kept
*> beside them, so a batch that came in after midnight on a
*> business day still open can be told apart
01 runControlRecord.
   02  runControlKey       pic x(08).
   02  runControlState     pic x(01).
   02  runControlMode      pic x(01).
   02  runControlCount     pic 9(07).
   02  runControlRc        pic 9(02).
   02  runControlTicket    pic x(08).
   02  runControlClockDate pic x(08).

fd processedIdFile.

   02  processedIdKey      pic x(08).
   02  processedIdDate     pic 9(08).

fd fingerprintHistoryFile.

*> Keyed history of batch content fingerprints by department --
*> key is the department prefix plus the batch id.  a3stdz
*> files each batch as it standardizes it (S, or H when it
*> already matches a recent batch) and this program refiles it
*> when it works the batch (W).  A department resending
*> yesterday's raw file gets fresh record ids and a fresh batch
*> id, so neither ROMANIDX nor ROMANRUN can see it -- but its
*> record count, value hash total, and content hash of the
*> ordered values come out the same.  H holds the batch until
*> an operator releases it (R) through a3maint
01 fingerprintHistoryRecord.
   02  historyKey          pic x(10).
   02  historyState        pic x(01).
   02  historySource       pic x(01).
   02  historyDate         pic 9(08).
   02  historyCount        pic 9(07).
   02  historyHashTotal    pic 9(15).
   02  historyContentHash  pic 9(09).
   02  historyMatchBatch   pic x(08).

fd extractFile.

*> Pipe-delimited feed for downstream systems -- record id,
	77  tuningValueLength    pic 9(03) value 0.
	77  tuningValueNumber    pic 9(05) value 0.
	77  tuningSourceText     pic x(07) value "DEFAULT".

*> The department rule cards, loaded once at startup and looked
*> up by the record id's two-character prefix.  The check
*> paragraphs leave ruleViolationText blank when the record
*> passes, or the exception text it rejects E009 under
	77  deptRuleStatus       pic xx value spaces.
	77  deptRuleCount        pic 9(03) value 0.
	77  deptRuleIdx          pic 9(03) value 0.
	77  deptRuleFoundIdx     pic 9(03) value 0.
	77  deptRuleRefused      pic 9(03) value 0.
	01  deptRuleTable.
		05  deptRuleEntry occurs 50 times.
			10  ruleDeptCode         pic x(02).
			10  ruleForwardAllowed   pic x(01).
			10  ruleReverseAllowed   pic x(01).
			10  ruleMinimumValue     pic 9(07).
			10  ruleMaximumValue     pic 9(07).
			10  ruleFractionsAllowed pic x(01).
	77  ruleCardSwitch       pic x value 'Y'.
		88  ruleCardGood       value 'Y'.
	77  ruleCheckDirection   pic x value space.
	77  ruleCheckValue       pic 9(07) value 0.
	77  ruleCheckTwelfths    pic 9(02) value 0.
	77  ruleViolationText    pic x(40) value spaces.

*> Batch content fingerprints.  The hold has to be decided at
*> the HDR, before the first detail converts, so the input is
*> read through once up front and each HDR...TRL block's
*> fingerprint filed on this table in the order the blocks
*> arrive; the working pass finds its batch's entry by that
*> same ordinal.  Each detail contributes its direction byte
*> and 33 byte value -- never the record id, which a resend
*> carries fresh -- to the count, to a hash total of every byte
*> weighted by its position, and to a content hash that rolls
*> the bytes in order, so the same values reshuffled do not
*> match.  A batch past the table's capacity is worked
*> unchecked, and the report says so
	77  fingerprintHistoryStatus pic xx value spaces.
	77  fingerprintHistoryOpenSwitch pic x value 'N'.
		88  fingerprintHistoryOpen value 'Y'.
	77  crosswalkStatus      pic xx value spaces.
	77  crosswalkOpenSwitch  pic x value 'N'.
		88  crosswalkOpen      value 'Y'.
	77  senderAckReference   pic x(20) value spaces.

*> The open batch's audit lines, rolled up by summary key as
*> they are written and posted to ROMANSUM in one go when the
*> batch closes (and at end of run for anything written outside
*> a batch).  A full table posts early rather than drop a line
	77  daySummaryStatus     pic xx value spaces.
	77  daySummaryOpenSwitch pic x value 'N'.
		88  daySummaryOpen     value 'Y'.
	77  summaryPendingCount  pic 9(03) value 0.
	77  summaryPendingIdx    pic 9(03) value 0.
	77  summaryFoundIdx      pic 9(03) value 0.
	77  summaryLineValue     pic 9(07) value 0.
	77  summaryLineReason    pic x(04) value spaces.
	01  summaryPendingTable.
		05  summaryPendingEntry occurs 100 times.
			10  pendingSumPrefix     pic x(02).
			10  pendingSumDirection  pic x(03).
			10  pendingSumStatus     pic x(09).
			10  pendingSumReason     pic x(04).
			10  pendingSumCount      pic 9(07).
			10  pendingSumValue      pic 9(13).
			10  pendingSumTwelfths   pic 9(09).
	77  prescanBatchCount    pic 9(03) value 0.
	77  prescanIdx           pic 9(03) value 0.
	77  prescanDropped       pic 9(05) value 0.
	77  batchOrdinal         pic 9(05) value 0.
	01  prescanTable.
		05  prescanEntry occurs 100 times.
			10  prescanBatchId      pic x(08).
			10  prescanCount        pic 9(07).
			10  prescanHashTotal    pic 9(15).
			10  prescanContentHash  pic 9(09).
	77  fingerprintDirection pic x value space.
	77  fingerprintValue     pic x(33) value spaces.
	77  fingerprintBytes     pic x(34) value spaces.
	77  fingerprintPos       pic 9(02) value 0.
	77  fingerprintWork      pic 9(11) value 0.
	77  fingerprintQuotient  pic 9(11) value 0.
	01  charCodeWork.
		05  charCodeHigh     pic x value low-value.
		05  charCodeLow      pic x value low-value.
	01  charCodeView redefines charCodeWork.
		05  charCodeValue    pic 9(04) comp.

*> The resend check -- a batch matching a recent batch from the
*> same department (inside the window, in days) is held: none of
*> its details are worked, it never reaches ROMANRUN, and it
*> closes with its own return code, 16.  Only an entry that was
*> standardized or worked counts as the original; a held or
*> released entry is itself a copy
	77  fingerprintWindowDays   pic 9(03) value 30.
	77  fingerprintWindowSource pic x(07) value "DEFAULT".
	77  batchHeldSwitch      pic x value 'N'.
		88  batchHeld          value 'Y'.
	77  heldMatchBatchId     pic x(08) value spaces.
	77  ownHistoryState      pic x value space.
	77  historyScanSwitch    pic x value 'N'.
		88  historyScanEnded   value 'Y'.
	77  fingerprintCutoffDay pic 9(07) value 0.
	01  dayNumberDate.
		05  dayNumberYear    pic 9(04).
		05  dayNumberMonth   pic 9(02).
		05  dayNumberDay     pic 9(02).
	77  dayNumberYearWork    pic 9(04) value 0.
	77  dayNumberMonthWork   pic 9(02) value 0.
	77  dayNumberPart        pic 9(07) value 0.
	77  dayNumber            pic 9(07) value 0.

	77  skipCount            pic 9(07) value 0.
	77  skipSum              pic 9(11) value 0.
	77  skipPosition         pic 9(07) value 0.
	77  runDate              pic 9(08) value 0.
	77  auditFileExists      pic x value 'N'.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

*> The recycle file accumulates the same way -- rejects still
*> pending a correction must survive the runs in between, so it
*> is opened EXTEND (with the audit trail's first-run OUTPUT
		05  filler          pic x(80) value
			"ROMAN NUMERAL CONVERSION CONTROL REPORT".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

*> Column labels are laid out to land directly above their
*> matching reportDetailLine field, not just packed in reading
*> order -- so RESULT sits over reportResult and STATUS sits over
		05  filler          pic x(02) value spaces.
		05  auditFraction     pic 9(02).
		05  filler          pic x(02) value spaces.
		*> The override ticket a record was reprocessed under --
		*> blank for every record worked under normal protection
		05  auditTicket       pic x(08).

	77  reportRecordCount   pic 9(07) value 0.
	77  reportResultSum     pic 9(11) value 0.
	77  batchBlockedSwitch   pic x value 'N'.
		88  batchAlreadyDone   value 'Y'.
	77  clockTimeRaw         pic x(08) value spaces.
	77  clockDateRaw         pic x(08) value spaces.
	01  runStampWork.
		05  runStampDate     pic 9(08).
		05  runStampTime     pic x(06).
		05  validateIdEntry  occurs 10000 pic x(08).
	77  duplicateOverrideSwitch  pic x value 'N'.
		88  duplicateOverride      value 'Y'.

*> Dual control on the override -- the 'O' PARM byte only asks
*> for it.  It is granted batch by batch against a ticket whose
*> batch id matches the HDR, or record by record against a
*> ticket whose id range covers the record, and only a ticket
*> with a requester, a different approver, and an expiry not
*> yet passed counts.  Everything else is worked under normal
*> protection, and the ticket that did authorize a reprocess
*> rides onto the registry entry and the audit line
	77  ticketFileStatus     pic xx value spaces.
	77  overrideRequestedSwitch pic x value 'N'.
		88  overrideRequested  value 'Y'.
	77  batchOverrideSwitch  pic x value 'N'.
		88  batchOverride      value 'Y'.
	77  batchTicket          pic x(08) value spaces.
	77  recordTicket         pic x(08) value spaces.
	77  ticketCount          pic 9(03) value 0.
	77  ticketIdx            pic 9(03) value 0.
	77  ticketFoundIdx       pic 9(03) value 0.
	77  ticketRefused        pic 9(03) value 0.
	77  ticketRefusalText    pic x(30) value spaces.
	01  ticketTable.
		05  ticketEntry occurs 100 times.
			10  ticketNumber     pic x(08).
			10  ticketType       pic x(01).
			10  ticketFrom       pic x(08).
			10  ticketTo         pic x(08).
			10  ticketRequester  pic x(08).
			10  ticketApprover   pic x(08).
	77  duplicatesSuppressed pic 9(07) value 0.
	77  detailRecordId    pic x(08) value spaces.
	77  detailNumerals    pic x(33) value spaces.
		05  filler          pic x(01) value ")".
		05  filler          pic x(35) value spaces.

	01  reportWindowSettingLine.
		05  filler          pic x(35) value
			"SETTINGS: FINGERPRINT WINDOW DAYS: ".
		05  reportSettingWindow pic zz9.
		05  filler          pic x(02) value " (".
		05  reportWindowSource pic x(07).
		05  filler          pic x(01) value ")".
		05  filler          pic x(32) value spaces.

*> Round-trip verification for forward mode -- the computed value
*> is re-spelled through build-roman-numeral and compared against
*> what was read (upper-cased, since the conversion itself is
*> parameter text -- not through ACCEPT.  runProgramParameter is
*> that linkage item; runProgramParameterValue's first byte
*> carries the run mode A3JOB.jcl sets with PARM='F'/PARM='R',
*> and an optional second byte of 'O' (e.g. PARM='FO') asks to
*> override duplicate-id protection for a deliberate reprocessing
*> run -- granted only where a ticket on ROMANAUT covers it.
linkage section.
01  runProgramParameter.
	05  runProgramParameterLength  pic s9(4) comp.
	end-if

	move 'N' to duplicateOverrideSwitch
	move 'N' to overrideRequestedSwitch
	perform varying parmBytePos from 2 by 1
			until parmBytePos > runProgramParameterLength
			   or parmBytePos > 3
		if runProgramParameterValue(parmBytePos:1) = 'O'
		   or runProgramParameterValue(parmBytePos:1) = 'o'
			move 'Y' to overrideRequestedSwitch
		end-if
		if runProgramParameterValue(parmBytePos:1) = 'V'
		   or runProgramParameterValue(parmBytePos:1) = 'v'
	end-if

	perform load-tuning-values
	perform load-department-rules

	*> Every stamp A3 leaves (ROMANAUD, ROMANRUN, ROMANSUM) carries
	*> the business date off ROMANBDT, not the machine clock, so a
	*> run that slips past midnight still posts to the day it
	*> belongs to -- without the control record nothing is run
	perform load-business-date
	if businessDate = 0
		open output reportFile
		move reportHeadingLine to reportRecord
		write reportRecord
		move reportBusinessDateLine to reportRecord
		write reportRecord
		move "BUSINESS DATE CONTROL NOT AVAILABLE -- NOTHING PROCESSED"
			to reportRecord
		write reportRecord
		display "*** BUSINESS DATE CONTROL NOT AVAILABLE -- NOTHING"
			" PROCESSED ***"
		close reportFile
		move 20 to return-code
		stop run
	end-if
	move businessDate to runDate
	if overrideRequested
		perform load-override-tickets
	end-if

	*> ROMANAUD only has to be checked for existence here, to pick
	*> between OPEN OUTPUT and OPEN EXTEND below
		open i-o runControlFile
	end-if

	*> A fingerprint history that will not open at all leaves
	*> the resend check off for the run -- said out loud on the
	*> console rather than stopping the day's conversions
	open i-o fingerprintHistoryFile
	if fingerprintHistoryStatus = "35"
		open output fingerprintHistoryFile
		close fingerprintHistoryFile
		open i-o fingerprintHistoryFile
	end-if
	if fingerprintHistoryStatus = "00"
		move 'Y' to fingerprintHistoryOpenSwitch
	else
		display "*** ROMANFPH NOT AVAILABLE -- RESEND CHECK OFF"
			" FOR THIS RUN ***"
	end-if

	*> Records that never came through a3stdz have no crosswalk
	*> entry, and neither does any record while the crosswalk is
	*> unavailable -- their acknowledgment lines simply carry an
	*> empty reference field
	open input crosswalkFile
	if crosswalkStatus = "00"
		move 'Y' to crosswalkOpenSwitch
	end-if

	*> A validate-only pass never opens the accumulating output
	*> files at all -- OPEN OUTPUT on the extract or canonical
	*> feed would wipe the last real run's data, which is exactly
		else
			open output auditFile
		end-if

		*> A summary that will not open leaves the trail itself
		*> intact -- the summary is rebuilt from it with a3summ
		open i-o daySummaryFile
		if daySummaryStatus = "35"
			open output daySummaryFile
			close daySummaryFile
			open i-o daySummaryFile
		end-if
		if daySummaryStatus = "00"
			move 'Y' to daySummaryOpenSwitch
		else
			display "*** ROMANSUM NOT AVAILABLE -- DAY SUMMARY NOT"
				" KEPT, REBUILD IT WITH A3SUMM ***"
		end-if
	end-if

	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord
	if validateOnly
		move "*** VALIDATE-ONLY RUN -- NO FILES UPDATED ***"
			to reportRecord
	move tuningSourceText to reportSettingSource
	move reportSettingsLine to reportRecord
	write reportRecord
	move fingerprintWindowDays to reportSettingWindow
	move fingerprintWindowSource to reportWindowSource
	move reportWindowSettingLine to reportRecord
	write reportRecord
	move spaces to reportRecord
	string "DEPARTMENT RULES: " delimited by size
			deptRuleCount delimited by size
			" LOADED, " delimited by size
			deptRuleRefused delimited by size
			" CARD(S) REFUSED" delimited by size
		into reportRecord
	end-string
	write reportRecord
	if overrideRequested
		move spaces to reportRecord
		string "OVERRIDE REQUESTED -- TICKETS: " delimited by size
				ticketCount delimited by size
				" VALID, " delimited by size
				ticketRefused delimited by size
				" CARD(S) REFUSED" delimited by size
			into reportRecord
		end-string
		write reportRecord
	end-if
	move reportColumnLine to reportRecord
	write reportRecord

				or not senderAckTrailerWritten
			perform write-sender-ack-trailer
		end-if
		perform post-day-summary
	end-if

	close reportFile
	end-if
	close processedIdFile
	close retryCountFile
	if fingerprintHistoryOpen
		close fingerprintHistoryFile
	end-if
	if crosswalkOpen
		close crosswalkFile
	end-if
	if daySummaryOpen
		close daySummaryFile
	end-if

	if controlTotalsMismatch
		move 8 to return-code
	move skipCount to reportRecordCount
	move skipSum to reportResultSum

	perform prescan-forward-fingerprints

	open input romanFile
	read romanFile
		at end move high-values to romanInfo
	perform until detailPosition >= skipPosition
			or romanInfo = high-values
		if romanRecordId = spaces and romanControlType = "HDR"
			add 1 to batchOrdinal
			move romanControlCount to expectedRecordCount
			move romanControlBatchId to runBatchId
			move 0 to batchRecordCount
		perform check-run-control
		if batchAlreadyDone
			perform report-blocked-batch
		else
			if batchHeld
				perform report-held-batch
			end-if
		end-if
	end-if

			perform close-input-batch
		else
			add 1 to detailPosition
			if batchAlreadyDone or batchHeld
				continue
			else
				if not batchOpen

*> Snapshot progress every checkpointFrequency records so a
*> restart after an abend does not reprocess or re-report
*> records already written to the output files.  The open
*> batch's ROMANSUM roll-up is settled with each checkpoint, so
*> the summary always covers exactly what the restart point
*> says was processed
take-forward-checkpoint.
	if validateOnly
		exit paragraph
		move reportRecordCount to checkpointCount
		move reportResultSum to checkpointSum
		move detailPosition to checkpointPosition
		perform post-day-summary
		open output checkpointFile
		write checkpointRecord
		close checkpointFile
	move 0 to batchRecordCount
	move 0 to batchRejectedCount
	move 'Y' to batchOpenSwitch
	add 1 to batchOrdinal
	perform check-run-control
	if batchAlreadyDone
		perform report-blocked-batch
	else
		if batchHeld
			perform report-held-batch
		end-if
	end-if.

*> Closes the open batch at its TRL (or at end of file, or when
*> batch's own return code, completes its registry entry, and
*> files its recap slot.  A blocked batch closes with RC=12 and
*> its registry entry untouched -- the completed run that
*> blocked it owns that entry.  A batch held as a resend closes
*> with RC=16 and never reaches the registry at all.  A trailer
*> arriving with no batch open at all -- a concatenation
*> truncated past its HDR -- is the same structural defect as a
*> header with no trailer; it is rejected out loud, not closed
*> out as a clean zero batch
close-input-batch.
	if not batchOpen
		perform report-orphan-trailer
		exit paragraph
	end-if
	perform post-day-summary
	if batchAlreadyDone
		move 12 to batchReturnCode
		move "SKIPPED -- ALREADY COMPLETE" to batchDisposition
	else
	if batchHeld
		move 16 to batchReturnCode
		move spaces to batchDisposition
		string "HELD -- MATCHES " delimited by size
				heldMatchBatchId delimited by size
			into batchDisposition
		end-string
	else
		if batchRecordCount not = expectedRecordCount
				or trailerMissing
		end-if
		perform record-run-completion
	end-if
	end-if

	move spaces to reportRecord
	move runBatchId to reportBatchId
	move 'N' to batchOpenSwitch
	move 'N' to batchActiveSwitch
	move 'N' to batchBlockedSwitch
	move 'N' to batchHeldSwitch
	move spaces to heldMatchBatchId
	move 'N' to batchOverrideSwitch
	move spaces to batchTicket
	move 'N' to trailerMissingSwitch.

*> Tells the operator (and the report) a batch on the input was
	end-string
	write reportRecord.

*> Tells the operator (and the report) a batch on the input is
*> held as a resend -- its detail records will be passed over
*> until its trailer, where it closes with RC=16.  Nothing but
*> an operator release through a3maint lets it through
report-held-batch.
	display "*** BATCH " runBatchId
		" HELD -- CONTENT MATCHES BATCH " heldMatchBatchId " ***"
	move spaces to reportRecord
	string "BATCH " delimited by size
			runBatchId delimited by size
			" HELD -- CONTENT MATCHES BATCH " delimited by size
			heldMatchBatchId delimited by size
			" -- RELEASE VIA A3MAINT" delimited by size
		into reportRecord
	end-string
	write reportRecord.

*> Tells the operator (and the report) a trailer arrived with no
*> header in front of it -- nothing vouches for what that block
*> was meant to hold, so the run is flagged the same way an
*> modeIndicator flips per record so every report, audit, and
*> extract line says which way that line actually converted
convert-combined.
	perform prescan-combined-fingerprints

	open input transactionFile
	read transactionFile
		at end move high-values to transactionInfo
			move transactionControlBatchId to orphanBatchId
			perform close-input-batch
		else
			if batchAlreadyDone or batchHeld
				continue
			else
				if not batchOpen
*> the whole per-record flow convert-numerals used to carry
*> inline, pulled out so the duplicate-id gate wraps it cleanly
process-roman-record.
	*> A department that may not submit forward conversions is
	*> refused before anything converts
	move 'F' to ruleCheckDirection
	perform check-department-direction
	if ruleViolationText not = spaces
		perform reject-department-rule
		exit paragraph
	end-if

	move detailNumerals to conversionNumerals

	*> Any trailing S-and-dots fraction comes off first -- the

	perform convert-roman-to-integer

	*> A numeral that converted cleanly is held to its
	*> department's fraction and value-range rule before it is
	*> reported -- the earlier reason codes still win for a
	*> numeral that did not convert at all
	if recordIsValid and not resultOverflowed
			and not subtractionInvalid
		move resultInteger to ruleCheckValue
		move fractionTwelfths to ruleCheckTwelfths
		perform check-department-value
		if ruleViolationText not = spaces
			perform reject-department-rule
			exit paragraph
		end-if
	end-if

	if recordIsInvalid
		move spaces to exceptionDetailLine
		move detailRecordId to exceptionRecordId

	add 1 to reportRecordCount.

*> Rejects a record its department's rule card does not allow
*> -- same shape as every other reject, under the rule's own
*> reason code, with the exception text naming which part of
*> the rule it broke
reject-department-rule.
	move spaces to exceptionDetailLine
	move detailRecordId to exceptionRecordId
	move detailNumerals to exceptionNumerals
	move "E009" to exceptionReasonCode
	move ruleViolationText to exceptionReasonText
	move exceptionDetailLine to exceptionRecord
	write exceptionRecord
	perform write-recycle-record
	move 'Y' to exceptionSwitch

	display "Rejected -- department rule: ", detailRecordId,
		" ", detailNumerals

	move spaces to reportDetailLine
	move detailRecordId to reportRecordId
	move modeIndicator to reportDirection
	move detailNumerals to reportNumerals
	move zero to reportResult
	move "REJECTED" to reportStatus
	move reportDetailLine to reportRecord
	write reportRecord

	move zero to extractResult
	perform write-extract-record
	perform write-audit-record

	add 1 to reportRecordCount.

*> Looks the record's department up on the rule table by the
*> two-character prefix of its record id
find-department-rule.
	move 0 to deptRuleFoundIdx
	perform varying deptRuleIdx from 1 by 1
			until deptRuleIdx > deptRuleCount
			   or deptRuleFoundIdx > 0
		if ruleDeptCode(deptRuleIdx) = detailRecordId(1:2)
			move deptRuleIdx to deptRuleFoundIdx
		end-if
	end-perform.

*> Is the direction in ruleCheckDirection one the record's
*> department may submit?  No card, no restriction
check-department-direction.
	move spaces to ruleViolationText
	perform find-department-rule
	if deptRuleFoundIdx = 0
		exit paragraph
	end-if
	if (ruleCheckDirection = 'F'
			and ruleForwardAllowed(deptRuleFoundIdx) = 'N')
	   or (ruleCheckDirection = 'R'
			and ruleReverseAllowed(deptRuleFoundIdx) = 'N')
		move "DEPT RULE -- DIRECTION NOT PERMITTED"
			to ruleViolationText
	end-if.

*> Holds the converted value in ruleCheckValue/ruleCheckTwelfths
*> to the department's fraction and range rule.  The range is
*> on whole values, so a fraction riding on the maximum itself
*> is over it
check-department-value.
	move spaces to ruleViolationText
	perform find-department-rule
	if deptRuleFoundIdx = 0
		exit paragraph
	end-if
	if ruleCheckTwelfths > 0
			and ruleFractionsAllowed(deptRuleFoundIdx) = 'N'
		move "DEPT RULE -- FRACTION NOT PERMITTED"
			to ruleViolationText
	else
		if ruleCheckValue < ruleMinimumValue(deptRuleFoundIdx)
			move "DEPT RULE -- VALUE BELOW DEPT MINIMUM"
				to ruleViolationText
		else
			if ruleCheckValue > ruleMaximumValue(deptRuleFoundIdx)
			   or (ruleCheckValue
						= ruleMaximumValue(deptRuleFoundIdx)
					and ruleCheckTwelfths > 0)
				move "DEPT RULE -- VALUE ABOVE DEPT MAXIMUM"
					to ruleViolationText
			end-if
		end-if
	end-if.

*> Lays the record's twelfths into the report's fraction column
*> -- " 6/12" reads straight off; a whole number leaves the
*> column blank so the report looks exactly as it always has
*> Converts, reports, and audits one reverse detail record,
*> pulled out of convert-integers the same way
process-integer-record.
	*> A department that may not submit reverse conversions is
	*> refused before the value is even edited
	move 'R' to ruleCheckDirection
	perform check-department-direction
	if ruleViolationText not = spaces
		perform reject-department-rule
		exit paragraph
	end-if

	*> A trailing /tt names the twelfths for the
	*> weights-and-measures feed -- "12/6" is 12 1/2, spelled
	*> back "XIIS".  The pieces split here so the usual
		end-if
	end-if

	*> A well-formed value is held to its department's fraction
	*> and value-range rule the same way a forward one is
	if integerFormatValid
		move integerValue to ruleCheckValue
		move reverseTwelfths to ruleCheckTwelfths
		perform check-department-value
		if ruleViolationText not = spaces
			perform reject-department-rule
			exit paragraph
		end-if
	end-if

	if integerFormatInvalid
		move spaces to exceptionDetailLine
		move detailRecordId to exceptionRecordId
	move 'N' to batchBlockedSwitch
	if runBatchId > spaces
		move 'Y' to batchActiveSwitch
		if overrideRequested
			perform resolve-batch-override
		end-if
		if not batchOverride
			move runBatchId to runControlKey
			read runControlFile
				invalid key continue
					end-if
			end-read
		end-if
		*> A batch the registry would let through still has to
		*> clear the resend check -- a held one never reaches
		*> the registry at all, so its rerun after release is a
		*> first run, not a reprocess
		if not batchAlreadyDone
			perform check-batch-fingerprint
			if not batchHeld
				perform register-run-start
			end-if
		end-if
	end-if.

*> Reads the forward file through once, filing each HDR...TRL
*> block's fingerprint on the prescan table.  Details outside
*> any block belong to no batch and are not fingerprinted
prescan-forward-fingerprints.
	move 0 to prescanBatchCount
	move 0 to prescanIdx
	move 0 to prescanDropped
	move 0 to batchOrdinal
	open input romanFile
	read romanFile
		at end move high-values to romanInfo
	end-read
	perform until romanInfo = high-values
		if romanRecordId = spaces and romanControlType = "HDR"
			move romanControlBatchId to headerBatchId
			perform open-prescan-batch
		else
			if romanRecordId = spaces and romanControlType = "TRL"
				move 0 to prescanIdx
			else
				if prescanIdx > 0
					move 'F' to fingerprintDirection
					move romanNumerals to fingerprintValue
					perform add-fingerprint-record
				end-if
			end-if
		end-if
		read romanFile
			at end move high-values to romanInfo
		end-read
	end-perform
	close romanFile
	move spaces to headerBatchId.

*> The combined-mode twin of the forward prescan.  The direction
*> byte is folded to upper case so it fingerprints the same way
*> a3stdz filed it
prescan-combined-fingerprints.
	move 0 to prescanBatchCount
	move 0 to prescanIdx
	move 0 to prescanDropped
	move 0 to batchOrdinal
	open input transactionFile
	read transactionFile
		at end move high-values to transactionInfo
	end-read
	perform until transactionInfo = high-values
		if transactionRecordId = spaces
				and transactionControlType = "HDR"
			move transactionControlBatchId to headerBatchId
			perform open-prescan-batch
		else
			if transactionRecordId = spaces
					and transactionControlType = "TRL"
				move 0 to prescanIdx
			else
				if prescanIdx > 0
					move transactionType to fingerprintDirection
					inspect fingerprintDirection
						converting "fr" to "FR"
					move transactionData to fingerprintValue
					perform add-fingerprint-record
				end-if
			end-if
		end-if
		read transactionFile
			at end move high-values to transactionInfo
		end-read
	end-perform
	close transactionFile
	move spaces to headerBatchId.

*> Starts a fresh table entry for the HDR just read.  Every HDR
*> takes an ordinal, table room or not, so the working pass's
*> count of HDRs always lands on the right entry
open-prescan-batch.
	if prescanBatchCount < 100
		add 1 to prescanBatchCount
		move prescanBatchCount to prescanIdx
		move headerBatchId to prescanBatchId(prescanIdx)
		move 0 to prescanCount(prescanIdx)
		move 0 to prescanHashTotal(prescanIdx)
		move 0 to prescanContentHash(prescanIdx)
	else
		move 0 to prescanIdx
		add 1 to prescanDropped
	end-if.

*> Folds one detail's direction byte and value into the open
*> prescan entry.  Each byte's code is read through the
*> halfword overlay; the content hash is kept below a large
*> prime so it never outgrows its field
add-fingerprint-record.
	move fingerprintDirection to fingerprintBytes(1:1)
	move fingerprintValue to fingerprintBytes(2:33)
	perform varying fingerprintPos from 1 by 1
			until fingerprintPos > 34
		move fingerprintBytes(fingerprintPos:1) to charCodeLow
		compute prescanHashTotal(prescanIdx)
			= prescanHashTotal(prescanIdx)
				+ charCodeValue * fingerprintPos
		compute fingerprintWork
			= prescanContentHash(prescanIdx) * 31 + charCodeValue + 1
		divide fingerprintWork by 999999937
			giving fingerprintQuotient
			remainder prescanContentHash(prescanIdx)
	end-perform
	add 1 to prescanCount(prescanIdx).

*> The resend check for the batch just opened.  Its own history
*> entry speaks first -- released goes through, held stays
*> held -- and otherwise the department's recent entries are
*> searched for the same count, hash total, and content hash.
*> A match holds the batch; either way the batch's own entry is
*> filed with this run's fingerprint.  An empty batch has
*> nothing to fingerprint, and every empty batch would match
*> every other one, so it is never checked
check-batch-fingerprint.
	move 'N' to batchHeldSwitch
	move spaces to heldMatchBatchId
	if not fingerprintHistoryOpen
		exit paragraph
	end-if
	if batchOrdinal > prescanBatchCount
		display "*** BATCH " runBatchId
			" NOT FINGERPRINTED -- PRESCAN TABLE FULL ***"
		exit paragraph
	end-if
	if prescanCount(batchOrdinal) = 0
		exit paragraph
	end-if

	move space to ownHistoryState
	move runBatchId(1:2) to historyKey(1:2)
	move runBatchId to historyKey(3:8)
	read fingerprintHistoryFile
		invalid key continue
		not invalid key move historyState to ownHistoryState
	end-read

	if ownHistoryState = 'H'
		move 'Y' to batchHeldSwitch
		move historyMatchBatch to heldMatchBatchId
		exit paragraph
	end-if

	if ownHistoryState not = 'R'
		perform search-fingerprint-history
	end-if

	if validateOnly
		exit paragraph
	end-if
	move spaces to fingerprintHistoryRecord
	move runBatchId(1:2) to historyKey(1:2)
	move runBatchId to historyKey(3:8)
	if batchHeld
		move 'H' to historyState
		move heldMatchBatchId to historyMatchBatch
	else
		if ownHistoryState = 'R'
			move 'R' to historyState
		else
			move 'W' to historyState
		end-if
	end-if
	move 'C' to historySource
	move runDate to historyDate
	move prescanCount(batchOrdinal) to historyCount
	move prescanHashTotal(batchOrdinal) to historyHashTotal
	move prescanContentHash(batchOrdinal) to historyContentHash
	write fingerprintHistoryRecord
		invalid key
			rewrite fingerprintHistoryRecord
				invalid key continue
			end-rewrite
	end-write.

*> Walks the department's entries on the history looking for a
*> standardized or worked batch, other than this one, inside
*> the window, with the same fingerprint
search-fingerprint-history.
	move runDate to dayNumberDate
	perform compute-day-number
	if dayNumber > fingerprintWindowDays
		subtract fingerprintWindowDays from dayNumber
			giving fingerprintCutoffDay
	else
		move 0 to fingerprintCutoffDay
	end-if

	move 'N' to historyScanSwitch
	move runBatchId(1:2) to historyKey(1:2)
	move low-values to historyKey(3:8)
	start fingerprintHistoryFile key is not less than historyKey
		invalid key move 'Y' to historyScanSwitch
	end-start
	perform until historyScanEnded or batchHeld
		read fingerprintHistoryFile next
			at end move 'Y' to historyScanSwitch
		end-read
		if not historyScanEnded
			if historyKey(1:2) not = runBatchId(1:2)
				move 'Y' to historyScanSwitch
			else
				if historyKey(3:8) not = runBatchId
						and (historyState = 'S' or historyState = 'W')
						and historyCount = prescanCount(batchOrdinal)
						and historyHashTotal
							= prescanHashTotal(batchOrdinal)
						and historyContentHash
							= prescanContentHash(batchOrdinal)
					move historyDate to dayNumberDate
					perform compute-day-number
					if dayNumber >= fingerprintCutoffDay
						move 'Y' to batchHeldSwitch
						move historyKey(3:8) to heldMatchBatchId
					end-if
				end-if
			end-if
		end-if
	end-perform.

*> Days since a fixed origin for the yyyymmdd in dayNumberDate,
*> counting the year from March so the leap day falls at the
*> end -- two dates' day numbers subtract to the days between
compute-day-number.
	move dayNumberYear to dayNumberYearWork
	move dayNumberMonth to dayNumberMonthWork
	if dayNumberMonthWork <= 2
		subtract 1 from dayNumberYearWork
		add 12 to dayNumberMonthWork
	end-if
	compute dayNumber = 365 * dayNumberYearWork + dayNumberDay
	divide dayNumberYearWork by 4 giving dayNumberPart
	add dayNumberPart to dayNumber
	divide dayNumberYearWork by 100 giving dayNumberPart
	subtract dayNumberPart from dayNumber
	divide dayNumberYearWork by 400 giving dayNumberPart
	add dayNumberPart to dayNumber
	compute dayNumberPart = 153 * (dayNumberMonthWork - 3) + 2
	divide dayNumberPart by 5 giving dayNumberPart
	add dayNumberPart to dayNumber.

*> Stamps the registry with this run's start -- a fresh batch id
*> writes, a rerun of a non-complete batch rewrites in place
register-run-start.
		exit paragraph
	end-if
	accept clockTimeRaw from time
	accept clockDateRaw from date yyyymmdd
	move runDate to runStampDate
	move clockTimeRaw(1:6) to runStampTime
	move runBatchId to runControlKey
	move 'S' to runControlState
	move clockDateRaw to runControlClockDate
	move runStampWork to runControlStartStamp
	move spaces to runControlEndStamp
	move runMode to runControlMode
	move 0 to runControlCount
	move 0 to runControlRc
	move batchTicket to runControlTicket
	write runControlRecord
		invalid key
			rewrite runControlRecord
		move runMode to runControlMode
		move batchRecordCount to runControlCount
		move batchReturnCode to runControlRc
		move batchTicket to runControlTicket
		rewrite runControlRecord
			invalid key
				write runControlRecord
	write recycleRecord.

*> Looks the id in detailRecordId up on the processed-id
*> registry.  No lookup happens for a record the override
*> covers -- a ticket says the resend is deliberate
check-duplicate-id.
	move 'N' to duplicateSwitch
	perform resolve-record-override
	if not duplicateOverride
		move detailRecordId to processedIdKey
		read processedIdFile
	move reportResult to auditResult
	move reportStatus to auditStatus
	move recordTwelfths to auditFraction
	move recordTicket to auditTicket
	move auditDetailLine to auditRecord
	write auditRecord
	move spaces to recordTicket
	perform accumulate-day-summary

	move auditSequenceNumber to auditSeqLastSeq
	open output auditSeqFile
	write auditSeqRecord
	close auditSeqFile.

*> Rolls the audit line just written into the open batch's
*> summary table -- a reject carries the reason its exception
*> line was written with
accumulate-day-summary.
	move reportResult to summaryLineValue
	move spaces to summaryLineReason
	if reportStatus = "REJECTED"
		move exceptionReasonCode to summaryLineReason
	end-if
	move 0 to summaryFoundIdx
	perform varying summaryPendingIdx from 1 by 1
			until summaryPendingIdx > summaryPendingCount
			   or summaryFoundIdx > 0
		if pendingSumPrefix(summaryPendingIdx) = reportRecordId(1:2)
				and pendingSumDirection(summaryPendingIdx)
					= reportDirection
				and pendingSumStatus(summaryPendingIdx) = reportStatus
				and pendingSumReason(summaryPendingIdx)
					= summaryLineReason
			move summaryPendingIdx to summaryFoundIdx
		end-if
	end-perform
	if summaryFoundIdx = 0
		if summaryPendingCount >= 100
			perform post-day-summary
		end-if
		add 1 to summaryPendingCount
		move summaryPendingCount to summaryFoundIdx
		move reportRecordId(1:2) to pendingSumPrefix(summaryFoundIdx)
		move reportDirection to pendingSumDirection(summaryFoundIdx)
		move reportStatus to pendingSumStatus(summaryFoundIdx)
		move summaryLineReason to pendingSumReason(summaryFoundIdx)
		move 0 to pendingSumCount(summaryFoundIdx)
		move 0 to pendingSumValue(summaryFoundIdx)
		move 0 to pendingSumTwelfths(summaryFoundIdx)
	end-if
	add 1 to pendingSumCount(summaryFoundIdx)
	add summaryLineValue to pendingSumValue(summaryFoundIdx)
	add recordTwelfths to pendingSumTwelfths(summaryFoundIdx).

*> Posts the rolled-up table to ROMANSUM -- each entry is added
*> onto the run date's existing entry for its key, or filed as
*> a new one -- and empties the table for the next batch
post-day-summary.
	if daySummaryOpen
		perform varying summaryPendingIdx from 1 by 1
				until summaryPendingIdx > summaryPendingCount
			perform set-summary-key
			read daySummaryFile
				invalid key
					perform set-summary-key
					move 0 to summaryCount
					move 0 to summaryValueTotal
					move 0 to summaryTwelfths
			end-read
			add pendingSumCount(summaryPendingIdx) to summaryCount
			add pendingSumValue(summaryPendingIdx) to summaryValueTotal
			add pendingSumTwelfths(summaryPendingIdx) to summaryTwelfths
			rewrite daySummaryRecord
				invalid key
					write daySummaryRecord
						invalid key
							display "*** ROMANSUM WRITE FAILED -- "
								summaryKey " ***"
					end-write
			end-rewrite
		end-perform
	end-if
	move 0 to summaryPendingCount.

*> Lays the key of the pending entry at summaryPendingIdx into
*> the record -- again after a failed read, which leaves the
*> record area undefined
set-summary-key.
	move runDate to summaryRunDate
	move pendingSumPrefix(summaryPendingIdx) to summaryDeptPrefix
	move pendingSumDirection(summaryPendingIdx) to summaryDirection
	move pendingSumStatus(summaryPendingIdx) to summaryStatus
	move pendingSumReason(summaryPendingIdx) to summaryReason.

*> Builds one pipe-delimited line for extractFile out of the
*> same report detail fields, trimming the padding each field
*> carries in the printed report so downstream systems get
*> department -- record id, final status, the reason code when
*> the record rejected (empty otherwise), and the batch id off
*> the HDR the record rode in under, so the sender's system can
*> auto-match its submission line for line.  The sender's own
*> reference for the line, off the crosswalk, rides last so the
*> sender can match on its own key rather than ours
write-sender-ack-record.
	if reportStatus = "REJECTED"
		move exceptionReasonCode to senderAckReason
		add 1 to ackAcceptedCount
	end-if

	move spaces to senderAckReference
	if crosswalkOpen
		move reportRecordId to xrefRecordId
		read crosswalkFile
			invalid key continue
			not invalid key
				move xrefSenderRef to senderAckReference
		end-read
	end-if

	move spaces to senderAckRecord
	move 1 to senderAckPointer
	string reportRecordId delimited by space
			senderAckReason delimited by space
			"|" delimited by size
			runBatchId delimited by space
			"|" delimited by size
			senderAckReference delimited by "  "
		into senderAckRecord with pointer senderAckPointer
	end-string
	write senderAckRecord.
	end-perform
	close tuningFile.

*> Reads the DEPTRULE cards into the rule table.  A missing
*> dataset means no department is restricted, never a failed
*> run; a card that cannot be read is refused out loud and its
*> department left unrestricted, the same way a bad tuning card
*> leaves the default standing
load-department-rules.
	move 0 to deptRuleCount
	move 0 to deptRuleRefused
	open input deptRuleFile
	if deptRuleStatus not = "00"
		exit paragraph
	end-if
	read deptRuleFile
		at end move high-values to deptRuleRecord
	end-read
	perform until deptRuleRecord = high-values
		if deptRuleRecord(1:1) not = '*' and deptRuleRecord > spaces
			perform apply-department-rule-card
		end-if
		read deptRuleFile
			at end move high-values to deptRuleRecord
		end-read
	end-perform
	close deptRuleFile.

*> Reads the override tickets -- only asked for when the PARM
*> requests the override.  A missing file leaves no ticket, so
*> nothing is reprocessed
load-override-tickets.
	move 0 to ticketCount
	move 0 to ticketRefused
	open input ticketFile
	if ticketFileStatus not = "00"
		display "*** ROMANAUT NOT AVAILABLE -- NO OVERRIDE TICKETS ***"
		exit paragraph
	end-if
	read ticketFile
		at end move high-values to ticketRecord
	end-read
	perform until ticketRecord = high-values
		if ticketRecord(1:1) not = '*' and ticketRecord > spaces
			perform apply-override-ticket
		end-if
		read ticketFile
			at end move high-values to ticketRecord
		end-read
	end-perform
	close ticketFile.

*> Edits one ticket card -- a ticket nobody approved, one its
*> own requester approved, or one past its expiry authorizes
*> nothing and is refused out loud
apply-override-ticket.
	move spaces to ticketRefusalText
	if ticketCardNumber = spaces
		move "NO TICKET NUMBER" to ticketRefusalText
	else
	if ticketCardType not = 'B' and ticketCardType not = 'R'
		move "TYPE NOT B OR R" to ticketRefusalText
	else
	if ticketCardFrom = spaces
			or (ticketCardType = 'R' and ticketCardTo = spaces)
			or (ticketCardType = 'R' and ticketCardFrom > ticketCardTo)
		move "BATCH ID OR ID RANGE INVALID" to ticketRefusalText
	else
	if ticketCardRequester = spaces or ticketCardApprover = spaces
		move "REQUESTER AND APPROVER REQUIRED" to ticketRefusalText
	else
	if ticketCardRequester = ticketCardApprover
		move "REQUESTER MAY NOT APPROVE" to ticketRefusalText
	else
	if ticketCardExpiry is not numeric
		move "EXPIRY DATE INVALID" to ticketRefusalText
	else
	if ticketCardExpiry < runDate
		move "TICKET EXPIRED" to ticketRefusalText
	else
	if ticketCount >= 100
		move "TICKET TABLE FULL" to ticketRefusalText
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if

	if ticketRefusalText not = spaces
		add 1 to ticketRefused
		display "Override ticket refused -- " ticketRefusalText
			": " ticketCardNumber
		exit paragraph
	end-if

	add 1 to ticketCount
	move ticketCardNumber to ticketNumber(ticketCount)
	move ticketCardType to ticketType(ticketCount)
	move ticketCardFrom to ticketFrom(ticketCount)
	if ticketCardType = 'R'
		move ticketCardTo to ticketTo(ticketCount)
	else
		move ticketCardFrom to ticketTo(ticketCount)
	end-if
	move ticketCardRequester to ticketRequester(ticketCount)
	move ticketCardApprover to ticketApprover(ticketCount).

*> The override for a whole batch needs a B ticket naming its
*> batch id.  Without one the batch is worked under normal
*> protection -- a completed batch still blocks, and its ids
*> still reject as duplicates unless an R ticket covers them
resolve-batch-override.
	move 'N' to batchOverrideSwitch
	move spaces to batchTicket
	move 0 to ticketFoundIdx
	perform varying ticketIdx from 1 by 1
			until ticketIdx > ticketCount
			   or ticketFoundIdx > 0
		if ticketType(ticketIdx) = 'B'
				and ticketFrom(ticketIdx) = runBatchId
			move ticketIdx to ticketFoundIdx
		end-if
	end-perform

	move spaces to reportRecord
	if ticketFoundIdx > 0
		move 'Y' to batchOverrideSwitch
		move ticketNumber(ticketFoundIdx) to batchTicket
		string "BATCH " delimited by size
				runBatchId delimited by size
				" OVERRIDE UNDER TICKET " delimited by size
				batchTicket delimited by size
				" REQ " delimited by size
				ticketRequester(ticketFoundIdx) delimited by space
				" APPR " delimited by size
				ticketApprover(ticketFoundIdx) delimited by space
			into reportRecord
		end-string
	else
		string "BATCH " delimited by size
				runBatchId delimited by size
				" OVERRIDE REFUSED -- NO VALID TICKET" delimited by size
			into reportRecord
		end-string
		display "*** BATCH " runBatchId
			" OVERRIDE REFUSED -- NO VALID TICKET ***"
	end-if
	write reportRecord.

*> Settles whether the override covers the record about to be
*> looked up -- its batch's ticket first, then any R ticket
*> whose id range takes it in.  The ticket found is held for
*> the record's audit line
resolve-record-override.
	move 'N' to duplicateOverrideSwitch
	move spaces to recordTicket
	if not overrideRequested
		exit paragraph
	end-if
	if batchOverride
		move 'Y' to duplicateOverrideSwitch
		move batchTicket to recordTicket
		exit paragraph
	end-if
	perform varying ticketIdx from 1 by 1
			until ticketIdx > ticketCount
			   or duplicateOverride
		if ticketType(ticketIdx) = 'R'
				and detailRecordId >= ticketFrom(ticketIdx)
				and detailRecordId <= ticketTo(ticketIdx)
			move 'Y' to duplicateOverrideSwitch
			move ticketNumber(ticketIdx) to recordTicket
		end-if
	end-perform.

*> Edits one rule card and files it on the table -- directions
*> from F, R, and blank only, digits (or blank) for the range
*> ends, Y or N for fractions, and a minimum no higher than the
*> maximum
apply-department-rule-card.
	move 'Y' to ruleCardSwitch
	if deptRulePrefix = spaces or deptRuleDirections = spaces
		move 'N' to ruleCardSwitch
	end-if
	perform varying deptRuleIdx from 1 by 1 until deptRuleIdx > 2
		if deptRuleDirections(deptRuleIdx:1) not = 'F'
				and deptRuleDirections(deptRuleIdx:1) not = 'R'
				and deptRuleDirections(deptRuleIdx:1) not = space
			move 'N' to ruleCardSwitch
		end-if
	end-perform
	if (deptRuleMinimumText not = spaces
			and deptRuleMinimumText is not numeric)
	   or (deptRuleMaximumText not = spaces
			and deptRuleMaximumText is not numeric)
		move 'N' to ruleCardSwitch
	end-if
	if deptRuleFractions not = 'Y' and deptRuleFractions not = 'N'
		move 'N' to ruleCardSwitch
	end-if
	if ruleCardGood and deptRuleCount >= 50
		display "Department rule card refused -- table full: "
			deptRuleRecord
		add 1 to deptRuleRefused
		exit paragraph
	end-if
	if not ruleCardGood
		display "Department rule card refused -- bad field: "
			deptRuleRecord
		add 1 to deptRuleRefused
		exit paragraph
	end-if

	add 1 to deptRuleCount
	move deptRulePrefix to ruleDeptCode(deptRuleCount)
	move 'N' to ruleForwardAllowed(deptRuleCount)
	move 'N' to ruleReverseAllowed(deptRuleCount)
	if deptRuleDirections(1:1) = 'F' or deptRuleDirections(2:1) = 'F'
		move 'Y' to ruleForwardAllowed(deptRuleCount)
	end-if
	if deptRuleDirections(1:1) = 'R' or deptRuleDirections(2:1) = 'R'
		move 'Y' to ruleReverseAllowed(deptRuleCount)
	end-if
	if deptRuleMinimumText = spaces
		move 0 to ruleMinimumValue(deptRuleCount)
	else
		move deptRuleMinimumText to ruleMinimumValue(deptRuleCount)
	end-if
	if deptRuleMaximumText = spaces
		move 9999999 to ruleMaximumValue(deptRuleCount)
	else
		move deptRuleMaximumText to ruleMaximumValue(deptRuleCount)
	end-if
	move deptRuleFractions to ruleFractionsAllowed(deptRuleCount)

	if ruleMinimumValue(deptRuleCount)
			> ruleMaximumValue(deptRuleCount)
		display "Department rule card refused -- minimum over "
			"maximum: " deptRuleRecord
		subtract 1 from deptRuleCount
		add 1 to deptRuleRefused
	end-if.

*> One keyword off the cards.  A bad or out-of-range value on a
*> keyword this program owns is refused out loud rather than
*> quietly misapplied -- the default stands and the operator is
*> told why
apply-tuning-value.
	if tuningKeyword not = "CHECKPOINT-FREQUENCY"
			and tuningKeyword not = "FINGERPRINT-WINDOW-DAYS"
		exit paragraph
	end-if
	if tuningValueLength = 0 or tuningValueLength > 5
	end-if
	move 0 to tuningValueNumber
	move tuningValueText(1:tuningValueLength) to tuningValueNumber
	if tuningKeyword = "FINGERPRINT-WINDOW-DAYS"
		if tuningValueNumber > 0 and tuningValueNumber <= 366
			move tuningValueNumber to fingerprintWindowDays
			move "CARD" to fingerprintWindowSource
		else
			display "Tuning card refused -- out of range: "
				tuningRecord
		end-if
		exit paragraph
	end-if
	if tuningValueNumber > 0 and tuningValueNumber <= 999
		move tuningValueNumber to checkpointFrequency
		move "CARD" to tuningSourceText
	else
		display "Tuning card refused -- out of range: " tuningRecord
	end-if.

*> Picks the business date off the control file's CTL line for
*> the run and for the report's date line
load-business-date.
	move 0 to businessDate
	open input businessDateFile
	if businessDateStatus = "00"
		read businessDateFile
			at end move high-values to businessDateRecord
		end-read
		perform until businessDateRecord = high-values
			if businessDateType = "CTL"
				if businessDateCurrent is numeric
					move businessDateCurrent to businessDate
				end-if
				move high-values to businessDateRecord
			else
				read businessDateFile
					at end move high-values to businessDateRecord
				end-read
			end-if
		end-perform
	end-if
	close businessDateFile
	if businessDate = 0
		move "NOT AVAILABLE" to reportBusinessDate
	else
		move businessDate to reportBusinessDate
	end-if.
