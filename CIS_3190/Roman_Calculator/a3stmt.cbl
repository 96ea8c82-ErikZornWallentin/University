*> Department usage and chargeback statements -- every record id
*> carries its sending department's two character prefix (the
*> TX, IV, and PO feeds), but no output ever broke the volume
*> down by who sent it.  This pass reads the daily summary the
*> calculator keeps (ROMANSUM, already split by id prefix),
*> groups every conversion by that prefix against the department
*> name/rate table on the card file, and produces one statement
*> per department: conversions by direction, the OK, NONCANON,
*> and REJECTED counts, and the billable amount at the
*> to get the worst feeds cleaned up.  Successful conversions
*> (OK and NONCANON) are the billable ones -- nobody is charged
*> for a record we refused.
*>
*> A month's run also leaves the general ledger interface file
*> (GLJRNL) behind: one balanced journal entry per billed
*> department -- a debit to the cost center on its DEPTTBL card,
*> a credit to the operations cost center on the GLCTL card --
*> and a control total record GL proves the load against.  A
*> closing run (PARM 'yyyymmC', operator on CLOSECTL) marks the
*> journal FINAL and locks the month on the period registry
*> (ROMANPER) with what each department was charged.  From then
*> on a closed month's statements reprint as locked, and any
*> billable activity that turns up dated in a closed month is
*> charged on the next open month's statement as late activity
*> rather than quietly changing a statement already billed.


environment division.
input-output section.
file-control.
    select daySummaryFile assign to "ROMANSUM"
		 organization is indexed
		 access is sequential
		 record key is summaryKey
		 file status is daySummaryStatus.

    select departmentFile assign to "DEPTTBL"
		 organization is line sequential
		 file status is departmentFileStatus.

    select ledgerControlFile assign to "GLCTL"
		 organization is line sequential
		 file status is ledgerControlStatus.

    select periodFile assign to "ROMANPER"
		 organization is indexed
		 access is dynamic
		 record key is periodKey
		 file status is periodFileStatus.

    select closeCardFile assign to "CLOSECTL"
		 organization is line sequential
		 file status is closeCardStatus.

    select maintLogFile assign to "ROMANMLG"
		 organization is line sequential
		 file status is maintLogStatus.

    select journalFile assign to "GLJRNL"
		 organization is line sequential.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

data division.
file section.
fd daySummaryFile.

*> The daily summary, exactly as the calculator maintains it --
*> one entry per run date, id prefix, direction, status, and
*> (for rejects) reason code, with the audit lines it stands for
01 daySummaryRecord.
   02  summaryKey.
       03  summaryRunDate      pic x(08).
       03  summaryDeptPrefix   pic x(02).
       03  summaryDirection    pic x(03).
       03  summaryStatus       pic x(09).
       03  summaryReason       pic x(04).
   02  summaryCount        pic 9(09).
   02  summaryValueTotal   pic 9(13).
   02  summaryTwelfths     pic 9(09).

fd departmentFile.

*> The department name/rate table -- one card per department:
*> the two character id prefix, the department's name, the
*> per-conversion rate in cents, and the cost center its
*> chargeback is debited to.  Kept on cards so finance can
*> change a rate without a recompile
01 departmentCard.
   02  cardDeptPrefix      pic x(02).
   02  cardDeptName        pic x(20).
   02  filler              pic x(01).
   02  cardDeptRate        pic 9(05).
   02  filler              pic x(01).
   02  cardDeptCostCenter  pic x(10).

fd ledgerControlFile.

*> The ledger side of the journal, fixed columns:
*>   1-10  operations cost center every chargeback is credited to
*>   12-21 chargeback account both lines of an entry post to
01 ledgerControlCard.
   02  ledgerOpsCostCenter pic x(10).
   02  filler              pic x(01).
   02  ledgerAccount       pic x(10).
   02  filler              pic x(59).

fd periodFile.

*> The period registry -- one entry per closed month and
*> department, plus one month entry (blank prefix) carrying the
*> month's totals, the close date, and who closed it.  The own
*> count is the billable conversions dated in the month that
*> have been charged somewhere so far -- on its own statement
*> at close, or later as late activity -- and the charged count
*> and cents are what the month's own statement billed
01 periodRecord.
   02  periodKey.
       03  periodMonth         pic x(06).
       03  periodDeptPrefix    pic x(02).
   02  periodOwnBilled     pic 9(09).
   02  periodChargedCount  pic 9(09).
   02  periodChargedCents  pic 9(12).
   02  periodClosedDate    pic 9(08).
   02  periodClosedBy      pic x(08).

fd closeCardFile.

*> The operator's authority for a period close, fixed columns:
*>   1-8   operator id
*>   10-58 reason, normally the month-end close reference
01 closeCardRecord.
   02  closeCardOperator   pic x(08).
   02  filler              pic x(01).
   02  closeCardReason     pic x(49).
   02  filler              pic x(22).

fd maintLogFile.

*> The permanent maintenance log, the same layout a3maint writes
*> -- a period close is one more controlled change on it
01 maintLogRecord.
   02  maintLogDate        pic 9(08).
   02  filler              pic x(01).
   02  maintLogTime        pic x(06).
   02  filler              pic x(01).
   02  maintLogOperator    pic x(08).
   02  filler              pic x(01).
   02  maintLogAction      pic x(08).
   02  filler              pic x(01).
   02  maintLogRegistry    pic x(03).
   02  filler              pic x(01).
   02  maintLogKey         pic x(08).
   02  filler              pic x(01).
   02  maintLogBefore      pic x(10).
   02  filler              pic x(01).
   02  maintLogAfter       pic x(10).
   02  filler              pic x(01).
   02  maintLogReason      pic x(49).
   02  filler              pic x(02).

fd journalFile.

*> The general ledger interface -- two JRN lines per department
*> charged (D to its cost center, C to operations, same amount
*> and entry number), then one CTL line with the entry and line
*> counts, the debit and credit totals, and whether GL is to
*> post it: FINAL from a closing run, PROOF from any other month
*> run, VOID when there is nothing to post
01 journalRecord.
   02  journalType         pic x(03).
   02  filler              pic x(01).
   02  journalPeriod       pic x(06).
   02  filler              pic x(01).
   02  journalEntryNumber  pic 9(04).
   02  filler              pic x(01).
   02  journalLineType     pic x(01).
   02  filler              pic x(01).
   02  journalCostCenter   pic x(10).
   02  filler              pic x(01).
   02  journalAccount      pic x(10).
   02  filler              pic x(01).
   02  journalAmount       pic 9(10)v99.
   02  filler              pic x(01).
   02  journalDeptPrefix   pic x(02).
   02  filler              pic x(01).
   02  journalDescription  pic x(24).

01 journalControlRecord.
   02  journalControlType  pic x(03).
   02  filler              pic x(01).
   02  journalControlPeriod pic x(06).
   02  filler              pic x(01).
   02  journalControlEntries pic 9(04).
   02  filler              pic x(01).
   02  journalControlLines pic 9(05).
   02  filler              pic x(01).
   02  journalControlDebits pic 9(12)v99.
   02  filler              pic x(01).
   02  journalControlCredits pic 9(12)v99.
   02  filler              pic x(01).
   02  journalControlStatus pic x(05).
   02  filler              pic x(23).

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


working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  departmentFileStatus pic xx value spaces.
	77  daySummaryStatus     pic xx value spaces.
	77  ledgerControlStatus  pic xx value spaces.
	77  periodFileStatus     pic xx value spaces.
	77  closeCardStatus      pic xx value spaces.
	77  maintLogStatus       pic xx value spaces.

*> The statement month off the PARM -- empty means the whole
*> trail, which is what a first catch-up billing wants
	77  parmErrorSwitch      pic x value 'N'.
		88  parmInvalid        value 'Y'.

*> A 'C' after the month asks for the month to be closed
	77  closeRequestSwitch   pic x value 'N'.
		88  closeRequested     value 'Y'.
	77  closeAcceptedSwitch  pic x value 'N'.
		88  closeAccepted      value 'Y'.
	77  closeRefusalText     pic x(60) value spaces.
	77  todayDate            pic 9(08) value 0.
	77  clockTimeRaw         pic x(08) value spaces.

*> Where the statement month stands on the period registry --
*> O open (later than every closed month, so late activity is
*> charged to it), L locked (closed, statements reprint as
*> billed), B behind the latest close but never itself closed
*> (statements only), blank with no month or no registry
	77  periodOpenSwitch     pic x value 'N'.
		88  periodRegistryOpen value 'Y'.
	77  monthPeriodState     pic x(01) value space.
		88  monthIsOpen        value 'O'.
		88  monthIsLocked      value 'L'.
		88  monthIsBehind      value 'B'.
	77  latestClosedMonth    pic x(06) value spaces.

*> The only month a close may take next -- the calendar month
*> straight after the latest close, so no month is skipped and
*> left behind without a FINAL journal
	01  nextCloseMonth.
		05  nextCloseYear      pic 9(04).
		05  nextCloseMonthNumber pic 9(02).
	77  monthClosedDate      pic 9(08) value 0.
	77  monthClosedBy        pic x(08) value spaces.

*> Every closed month's entries off the period registry, with
*> the billable conversions the summary shows for it now -- any
*> excess over what has been charged is late activity
	01  closedPeriodTable.
		05  closedPeriodEntry occurs 2000 times.
			10  closedMonth        pic x(06).
			10  closedPrefix       pic x(02).
			10  closedOwnBilled    pic 9(09).
			10  closedChargedCount pic 9(09).
			10  closedChargedCents pic 9(12).
			10  closedNowBillable  pic 9(09).
			10  closedOnFile       pic x(01).

	77  closedPeriodCount    pic 9(04) value 0.
	77  closedPeriodIdx      pic 9(04) value 0.
	77  closedFoundIdx       pic 9(04) value 0.
	77  closedDropCount      pic 9(09) value 0.
	77  closedLateCount      pic 9(09) value 0.

*> The ledger side of the journal off GLCTL, and the journal's
*> running totals
	77  ledgerReadySwitch    pic x value 'N'.
		88  ledgerReady        value 'Y'.
	77  journalStatus        pic x(05) value "VOID".
	77  journalEntryCount    pic 9(04) value 0.
	77  journalLineCount     pic 9(05) value 0.
	77  journalDebitTotal    pic 9(12)v99 value 0.
	77  journalCreditTotal   pic 9(12)v99 value 0.
	77  costCenterMissingCount pic 9(02) value 0.

*> The department table plus one fixed bucket at the end for
*> prefixes nobody registered -- those lines still show up on
*> the report (unbilled) so a new feed cannot hide from finance
			10  deptTablePrefix  pic x(02).
			10  deptTableName    pic x(20).
			10  deptTableRate    pic 9(05).
			10  deptTableCostCenter pic x(10).
			10  deptTableLate    pic 9(09).
			10  deptTableBilled  pic 9(09).
			10  deptTableCents   pic 9(12).
			10  deptTableTotal   pic 9(07).
			10  deptTableOk      pic 9(07).
			10  deptTableNoncanon pic 9(07).
	77  departmentDropCount  pic 9(05) value 0.

	77  recordPrefix         pic x(02) value spaces.
	77  auditReadCount       pic 9(09) value 0.
	77  monthSkipCount       pic 9(09) value 0.

	77  billableCount        pic 9(07) value 0.
	77  billableCents        pic 9(12) value 0.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR DEPARTMENT USAGE AND CHARGEBACK STATEMENTS".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportMonthLine.
		05  filler          pic x(17) value "STATEMENT MONTH: ".
		05  reportMonthValue   pic x(11).
		05  filler          pic x(80) value
			"  NOT ON THE DEPARTMENT TABLE -- VOLUME SHOWN, NOTHING BILLED".

	01  reportLateLine.
		05  filler          pic x(16) value "  LATE:         ".
		05  reportLateCount    pic z(06)9.
		05  filler          pic x(57) value
			" CONVERSIONS DATED IN CLOSED MONTHS, CHARGED HERE".

	01  reportLockedLine.
		05  filler          pic x(16) value "  LOCKED:       ".
		05  reportLockedCount  pic z(06)9.
		05  filler          pic x(23) value
			" CONVERSIONS BILLED = $".
		05  reportLockedAmount pic z(09)9.99.
		05  filler          pic x(21) value
			" AS CLOSED".

	01  reportPeriodLine.
		05  filler          pic x(17) value "PERIOD:          ".
		05  reportPeriodText   pic x(63).

	01  reportJournalLine.
		05  filler          pic x(12) value "GL JOURNAL: ".
		05  reportJournalStatus pic x(05).
		05  filler          pic x(10) value "  ENTRIES ".
		05  reportJournalEntries pic zzz9.
		05  filler          pic x(10) value "  DEBITS $".
		05  reportJournalDebits pic z(09)9.99.
		05  filler          pic x(11) value "  CREDITS $".
		05  reportJournalCredits pic z(09)9.99.
		05  filler          pic x(02) value spaces.

*> The first count is every in-month line, billed or not --
*> rejects are counted here but never billed, so the label says
*> "in month", not "billed"

	01  blankLine              pic x(80) value spaces.

*> PARM -- 'yyyymm' limits the statements to one month, and
*> 'yyyymmC' closes that month after statementing it; an empty
*> PARM statements the whole summary
linkage section.
01  runProgramParameter.
	05  runProgramParameterLength  pic s9(4) comp.
		if runProgramParameterLength >= 6
				and runProgramParameterValue(1:6) is numeric
			move runProgramParameterValue(1:6) to statementMonth
			if runProgramParameterLength >= 7
				if runProgramParameterValue(7:1) = 'C'
					move 'Y' to closeRequestSwitch
				else
					move 'Y' to parmErrorSwitch
				end-if
			end-if
		else
			move 'Y' to parmErrorSwitch
		end-if
	end-if
	*> The close is judged and stamped against the business date;
	*> the statements themselves do not need it
	perform load-business-date
	move businessDate to todayDate

	open output reportFile
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR CHARGEBACK STATEMENTS ******"

	if parmInvalid
		move "RUN PARAMETER INVALID -- EXPECTED YYYYMM, YYYYMMC, OR NO PARM"
			to reportRecord
		write reportRecord
		display "Run parameter invalid -- expected yyyymm"
	move reportMonthLine to reportRecord
	write reportRecord

	open input daySummaryFile
	if daySummaryStatus not = "00"
		move "ROMANSUM COULD NOT BE OPENED -- NO STATEMENTS PRODUCED"
			to reportRecord
		write reportRecord
		display "*** ROMANSUM NOT AVAILABLE -- BUILD IT WITH A3SUMM ***"
		close reportFile
		move 8 to return-code
		stop run
	end-if

	perform load-department-table
	perform load-ledger-control
	perform load-period-registry
	perform report-period-state
	perform tally-summary-entries
	perform charge-late-activity
	if closeRequested
		perform authorize-period-close
	end-if

	*> The journal goes to GL only for a month still open -- a
	*> locked month was journaled when it closed
	if ledgerReady and (monthIsOpen or monthIsBehind)
		if closeAccepted
			move "FINAL" to journalStatus
		else
			move "PROOF" to journalStatus
		end-if
	end-if
	open output journalFile
	perform write-statements
	perform write-journal-control
	close journalFile

	if closeAccepted
		perform post-period-close
	end-if
	if periodRegistryOpen
		close periodFile
	end-if

	move blankLine to reportRecord
	write reportRecord
	move monthSkipCount to reportTotalSkipped
	move reportTrailerLine to reportRecord
	write reportRecord
	move journalStatus to reportJournalStatus
	move journalEntryCount to reportJournalEntries
	move journalDebitTotal to reportJournalDebits
	move journalCreditTotal to reportJournalCredits
	move reportJournalLine to reportRecord
	write reportRecord
	if closedDropCount > 0
		move spaces to reportRecord
		string "PERIOD TABLE FULL -- " delimited by size
				closedDropCount delimited by size
				" CONVERSIONS IN CLOSED MONTHS NOT CHECKED FOR LATE"
				delimited by size
			into reportRecord
		end-string
		write reportRecord
	end-if

	close reportFile

	if closeRequested and not closeAccepted
		display "*** PERIOD CLOSE REFUSED -- SEE REPORT ***"
		move 8 to return-code
	else
		if costCenterMissingCount > 0 or closedDropCount > 0
			move 4 to return-code
		else
			move 0 to return-code
		end-if
	end-if
	stop run.

*> Pulls the department cards into the table and plants the
						to deptTableName(departmentCount)
					move cardDeptRate
						to deptTableRate(departmentCount)
					move cardDeptCostCenter
						to deptTableCostCenter(departmentCount)
					perform clear-department-counts
				else
					add 1 to departmentDropCount
	move "??" to deptTablePrefix(departmentCount)
	move "UNASSIGNED PREFIXES" to deptTableName(departmentCount)
	move 0 to deptTableRate(departmentCount)
	move spaces to deptTableCostCenter(departmentCount)
	perform clear-department-counts.

*> Zeroes the newest table slot's tallies -- performed as each
	move 0 to deptTableForward(departmentCount)
	move 0 to deptTableReverse(departmentCount)
	move 0 to deptTableExpress(departmentCount)
	move 0 to deptTableOther(departmentCount)
	move 0 to deptTableLate(departmentCount)
	move 0 to deptTableBilled(departmentCount)
	move 0 to deptTableCents(departmentCount).

*> The GLCTL card -- without an operations cost center and an
*> account there is no journal to write, only statements
load-ledger-control.
	move spaces to ledgerControlCard
	open input ledgerControlFile
	if ledgerControlStatus = "00"
		read ledgerControlFile
			at end move spaces to ledgerControlCard
		end-read
	end-if
	close ledgerControlFile
	if ledgerOpsCostCenter = spaces or ledgerAccount = spaces
		move "GLCTL CARD MISSING OR INCOMPLETE -- GL JOURNAL VOID"
			to reportRecord
		write reportRecord
	else
		move 'Y' to ledgerReadySwitch
	end-if.

*> Loads every closed month's entries off the period registry
*> and settles where the statement month stands.  A registry
*> that will not open leaves the run as it always was --
*> statements for the month asked for, no late activity, and
*> no close.  Only a close run opens it for update; a statement
*> run only reads it, and before the first close has created it
*> there is simply nothing closed
load-period-registry.
	if closeRequested
		open i-o periodFile
		if periodFileStatus = "35"
			open output periodFile
			close periodFile
			open i-o periodFile
		end-if
	else
		open input periodFile
		if periodFileStatus = "35"
			if statementMonth not = spaces
				move 'O' to monthPeriodState
			end-if
			exit paragraph
		end-if
	end-if
	if periodFileStatus not = "00"
		move "ROMANPER NOT AVAILABLE -- NO LATE ACTIVITY CHARGED, NO CLOSE"
			to reportRecord
		write reportRecord
		exit paragraph
	end-if
	move 'Y' to periodOpenSwitch
	read periodFile next
		at end move high-values to periodRecord
	end-read
	perform until periodRecord = high-values
		if periodDeptPrefix = spaces
			if periodMonth > latestClosedMonth
				move periodMonth to latestClosedMonth
			end-if
			if periodMonth = statementMonth
				move 'L' to monthPeriodState
				move periodClosedDate to monthClosedDate
				move periodClosedBy to monthClosedBy
			end-if
		else
			if closedPeriodCount < 2000
				add 1 to closedPeriodCount
				move periodMonth to closedMonth(closedPeriodCount)
				move periodDeptPrefix to closedPrefix(closedPeriodCount)
				move periodOwnBilled
					to closedOwnBilled(closedPeriodCount)
				move periodChargedCount
					to closedChargedCount(closedPeriodCount)
				move periodChargedCents
					to closedChargedCents(closedPeriodCount)
				move 0 to closedNowBillable(closedPeriodCount)
				move 'Y' to closedOnFile(closedPeriodCount)
			else
				add periodOwnBilled to closedDropCount
			end-if
		end-if
		read periodFile next
			at end move high-values to periodRecord
		end-read
	end-perform
	if statementMonth not = spaces and not monthIsLocked
		if statementMonth > latestClosedMonth
			move 'O' to monthPeriodState
		else
			move 'B' to monthPeriodState
		end-if
	end-if.

*> The period line under the statement month
report-period-state.
	if monthPeriodState = space
		exit paragraph
	end-if
	move spaces to reportPeriodText
	if monthIsLocked
		string "CLOSED " delimited by size
				monthClosedDate delimited by size
				" BY " delimited by size
				monthClosedBy delimited by space
				" -- REPRINTED AS BILLED" delimited by size
			into reportPeriodText
		end-string
	else
		if monthIsOpen
			move "OPEN -- LATE ACTIVITY FROM CLOSED MONTHS IS CHARGED HERE"
				to reportPeriodText
		else
			string "BEHIND THE LATEST CLOSE (" delimited by size
					latestClosedMonth delimited by size
					") -- NEVER CLOSED" delimited by size
				into reportPeriodText
			end-string
		end-if
	end-if
	move reportPeriodLine to reportRecord
	write reportRecord.

*> One pass down the daily summary -- each entry inside the
*> statement month lands in its prefix's slot (or the unassigned
*> bucket) and adds its count to the direction and status
*> tallies
tally-summary-entries.
	read daySummaryFile
		at end move high-values to daySummaryRecord
	end-read
	perform until daySummaryRecord = high-values
		if statementMonth not = spaces
				and summaryRunDate(1:6) not = statementMonth
			add summaryCount to monthSkipCount
			if monthIsOpen and summaryStatus not = "REJECTED"
					and summaryRunDate(1:6) <= latestClosedMonth
				perform tally-closed-month
			end-if
		else
			add summaryCount to auditReadCount
			move summaryDeptPrefix to recordPrefix
			perform find-department-entry
			perform tally-one-department
		end-if
		read daySummaryFile
			at end move high-values to daySummaryRecord
		end-read
	end-perform
	close daySummaryFile.

*> A billable summary entry dated in or before the latest closed
*> month, for a department on the table -- added to what its
*> month and department have billable now.  A month before the
*> first close was never statemented under the registry and is
*> left alone
tally-closed-month.
	move summaryDeptPrefix to recordPrefix
	perform find-department-entry
	if departmentFoundIdx = unassignedIdx
		exit paragraph
	end-if
	move 0 to closedFoundIdx
	perform varying closedPeriodIdx from 1 by 1
			until closedPeriodIdx > closedPeriodCount
			   or closedFoundIdx > 0
		if closedMonth(closedPeriodIdx) = summaryRunDate(1:6)
				and closedPrefix(closedPeriodIdx) = summaryDeptPrefix
			move closedPeriodIdx to closedFoundIdx
		end-if
	end-perform
	if closedFoundIdx = 0
		*> Only a month that was closed has late activity -- an
		*> entry for its department is opened when the month is
		*> on the registry but the department was not
		perform find-closed-month
		if closedFoundIdx = 0
			exit paragraph
		end-if
		if closedPeriodCount >= 2000
			add summaryCount to closedDropCount
			exit paragraph
		end-if
		add 1 to closedPeriodCount
		move closedPeriodCount to closedFoundIdx
		move summaryRunDate(1:6) to closedMonth(closedFoundIdx)
		move summaryDeptPrefix to closedPrefix(closedFoundIdx)
		move 0 to closedOwnBilled(closedFoundIdx)
		move 0 to closedChargedCount(closedFoundIdx)
		move 0 to closedChargedCents(closedFoundIdx)
		move 0 to closedNowBillable(closedFoundIdx)
		move 'N' to closedOnFile(closedFoundIdx)
	end-if
	add summaryCount to closedNowBillable(closedFoundIdx).

*> Whether the summary entry's month is on the registry at all
*> -- a re-read of its month entry, since the table keeps only
*> the department entries
find-closed-month.
	move 0 to closedFoundIdx
	move summaryRunDate(1:6) to periodMonth
	move spaces to periodDeptPrefix
	read periodFile
		invalid key exit paragraph
	end-read
	move 1 to closedFoundIdx.

*> Late activity per department -- whatever a closed month now
*> shows billable beyond what has already been charged for it
charge-late-activity.
	if not monthIsOpen
		exit paragraph
	end-if
	perform varying closedPeriodIdx from 1 by 1
			until closedPeriodIdx > closedPeriodCount
		if closedNowBillable(closedPeriodIdx)
				> closedOwnBilled(closedPeriodIdx)
			move closedPrefix(closedPeriodIdx) to recordPrefix
			perform find-department-entry
			compute closedLateCount
				= closedNowBillable(closedPeriodIdx)
				- closedOwnBilled(closedPeriodIdx)
			add closedLateCount to deptTableLate(departmentFoundIdx)
		end-if
	end-perform.

*> Matches the record's prefix against the table -- a miss is
*> the unassigned bucket, never a dropped line
		end-if
	end-perform.

*> Adds the summary entry's count to the matched department's
*> tallies
tally-one-department.
	add summaryCount to deptTableTotal(departmentFoundIdx)
	if summaryStatus = "REJECTED"
		add summaryCount to deptTableRejected(departmentFoundIdx)
	else
		if summaryStatus = "NONCANON"
			add summaryCount to deptTableNoncanon(departmentFoundIdx)
		else
			add summaryCount to deptTableOk(departmentFoundIdx)
		end-if
	end-if
	if summaryDirection = "FWD"
		add summaryCount to deptTableForward(departmentFoundIdx)
	else
		if summaryDirection = "REV"
			add summaryCount to deptTableReverse(departmentFoundIdx)
		else
			if summaryDirection = "EXP"
				add summaryCount to deptTableExpress(departmentFoundIdx)
			else
				add summaryCount to deptTableOther(departmentFoundIdx)
			end-if
		end-if
	end-if.
	if departmentIdx = unassignedIdx
		move reportUnbilledLine to reportRecord
		write reportRecord
		exit paragraph
	end-if

	*> A locked month bills exactly what it billed at close --
	*> today's counts above are shown, not charged
	if monthIsLocked
		move 0 to billableCount
		move 0 to billableCents
		perform varying closedPeriodIdx from 1 by 1
				until closedPeriodIdx > closedPeriodCount
			if closedMonth(closedPeriodIdx) = statementMonth
					and closedPrefix(closedPeriodIdx)
						= deptTablePrefix(departmentIdx)
				move closedChargedCount(closedPeriodIdx)
					to billableCount
				move closedChargedCents(closedPeriodIdx)
					to billableCents
			end-if
		end-perform
		compute billableAmount = billableCents / 100
		move billableCount to reportLockedCount
		move billableAmount to reportLockedAmount
		move reportLockedLine to reportRecord
		write reportRecord
		exit paragraph
	end-if

	if deptTableLate(departmentIdx) > 0
		move deptTableLate(departmentIdx) to reportLateCount
		move reportLateLine to reportRecord
		write reportRecord
	end-if
	compute billableCount = deptTableOk(departmentIdx)
		+ deptTableNoncanon(departmentIdx)
		+ deptTableLate(departmentIdx)
	compute billableCents = billableCount
		* deptTableRate(departmentIdx)
	compute billableAmount = billableCents / 100
	move billableCount to deptTableBilled(departmentIdx)
	move billableCents to deptTableCents(departmentIdx)
	move billableCount to reportBillCount
	move deptTableRate(departmentIdx) to reportBillRate
	move billableAmount to reportBillAmount
	move reportBillingLine to reportRecord
	write reportRecord
	if journalStatus not = "VOID" and billableCents > 0
		perform write-journal-entry
	end-if.

*> One balanced entry for the department -- debit its cost
*> center, credit operations, the same amount on both lines.  A
*> department with no cost center on its card cannot be
*> journaled; its statement stands and the run ends RC 4
write-journal-entry.
	if deptTableCostCenter(departmentIdx) = spaces
		move "  NO COST CENTER ON DEPTTBL -- NOT JOURNALED" to reportRecord
		write reportRecord
		add 1 to costCenterMissingCount
		exit paragraph
	end-if
	add 1 to journalEntryCount

	move spaces to journalRecord
	move "JRN" to journalType
	move statementMonth to journalPeriod
	move journalEntryCount to journalEntryNumber
	move "D" to journalLineType
	move deptTableCostCenter(departmentIdx) to journalCostCenter
	move ledgerAccount to journalAccount
	move billableAmount to journalAmount
	move deptTablePrefix(departmentIdx) to journalDeptPrefix
	string "ROMAN CHARGEBACK " delimited by size
			statementMonth delimited by size
		into journalDescription
	end-string
	write journalRecord
	add billableAmount to journalDebitTotal

	move "C" to journalLineType
	move ledgerOpsCostCenter to journalCostCenter
	write journalRecord
	add billableAmount to journalCreditTotal
	add 2 to journalLineCount.

*> The control total record -- always written, so GL can tell
*> an empty (VOID) journal from a lost one
write-journal-control.
	move spaces to journalControlRecord
	move "CTL" to journalControlType
	move statementMonth to journalControlPeriod
	move journalEntryCount to journalControlEntries
	move journalLineCount to journalControlLines
	move journalDebitTotal to journalControlDebits
	move journalCreditTotal to journalControlCredits
	move journalStatus to journalControlStatus
	write journalControlRecord.

*> A close needs the month open on the registry, straight after
*> the latest close, and already over, the late activity fully
*> counted, a journal that can carry every department it bills,
*> an operator and reason on CLOSECTL, and the maintenance log
*> open to take the entry -- no month is locked unrecorded
authorize-period-close.
	move spaces to closeRefusalText
	move 0 to costCenterMissingCount
	perform varying departmentIdx from 1 by 1
			until departmentIdx >= unassignedIdx
		if deptTableCostCenter(departmentIdx) = spaces
				and deptTableRate(departmentIdx) > 0
				and deptTableOk(departmentIdx)
					+ deptTableNoncanon(departmentIdx)
					+ deptTableLate(departmentIdx) > 0
			add 1 to costCenterMissingCount
		end-if
	end-perform
	if not periodRegistryOpen
		move "PERIOD REGISTRY NOT AVAILABLE" to closeRefusalText
	else
		if monthIsLocked
			move "MONTH IS ALREADY CLOSED" to closeRefusalText
		else
			if monthIsBehind
				move "MONTH IS BEHIND THE LATEST CLOSE" to closeRefusalText
			else
				if statementMonth >= todayDate(1:6)
					move "MONTH IS NOT OVER YET" to closeRefusalText
				else
					if closedDropCount > 0 or not ledgerReady
						move "LATE ACTIVITY OR JOURNAL INCOMPLETE"
							to closeRefusalText
					end-if
				end-if
			end-if
		end-if
	end-if
	if closeRefusalText = spaces and latestClosedMonth not = spaces
		move latestClosedMonth to nextCloseMonth
		if nextCloseMonthNumber = 12
			move 1 to nextCloseMonthNumber
			add 1 to nextCloseYear
		else
			add 1 to nextCloseMonthNumber
		end-if
		if statementMonth not = nextCloseMonth
			string "EARLIER MONTH STILL OPEN (" delimited by size
					nextCloseMonth delimited by size
					")" delimited by size
				into closeRefusalText
			end-string
		end-if
	end-if
	if closeRefusalText = spaces and costCenterMissingCount > 0
		move "DEPARTMENT BILLED WITH NO COST CENTER ON DEPTTBL"
			to closeRefusalText
	end-if
	*> Without the business date there is no telling whether the
	*> month is over, so that refusal outranks the rest
	if todayDate = 0
		move "BUSINESS DATE CONTROL NOT AVAILABLE" to closeRefusalText
	end-if
	*> The statements count their own misses as they journal
	move 0 to costCenterMissingCount
	if closeRefusalText = spaces
		move spaces to closeCardRecord
		open input closeCardFile
		if closeCardStatus = "00"
			read closeCardFile
				at end move spaces to closeCardRecord
			end-read
		end-if
		close closeCardFile
		if closeCardOperator = spaces or closeCardReason = spaces
			move "OPERATOR AND REASON REQUIRED ON CLOSECTL"
				to closeRefusalText
		end-if
	end-if
	if closeRefusalText = spaces
		open extend maintLogFile
		if maintLogStatus = "35"
			open output maintLogFile
		end-if
		if maintLogStatus not = "00"
			move "MAINTENANCE LOG NOT AVAILABLE" to closeRefusalText
		end-if
	end-if

	move spaces to reportRecord
	if closeRefusalText not = spaces
		string "PERIOD CLOSE REFUSED -- " delimited by size
				closeRefusalText delimited by "  "
			into reportRecord
		end-string
		write reportRecord
		exit paragraph
	end-if

	accept clockTimeRaw from time
	move spaces to maintLogRecord
	move todayDate to maintLogDate
	move clockTimeRaw(1:6) to maintLogTime
	move closeCardOperator to maintLogOperator
	move "CLOSE" to maintLogAction
	move "PER" to maintLogRegistry
	move statementMonth to maintLogKey
	move "OPEN" to maintLogBefore
	move "CLOSED" to maintLogAfter
	move closeCardReason to maintLogReason
	write maintLogRecord
	*> A close that cannot be recorded is not made -- nothing is
	*> locked and no journal goes out
	if maintLogStatus not = "00"
		move spaces to reportRecord
		string "ROMANMLG WRITE FAILED (STATUS " delimited by size
				maintLogStatus delimited by size
				") -- PERIOD NOT CLOSED" delimited by size
			into reportRecord
		end-string
		write reportRecord
		display "*** ROMANMLG WRITE FAILED -- STATUS " maintLogStatus
			" -- PERIOD NOT CLOSED ***"
		close maintLogFile
		if periodRegistryOpen
			close periodFile
		end-if
		close reportFile
		move 12 to return-code
		stop run
	end-if
	close maintLogFile

	move 'Y' to closeAcceptedSwitch
	string "PERIOD CLOSE AUTHORIZED BY " delimited by size
			closeCardOperator delimited by space
			" -- " delimited by size
			closeCardReason delimited by "  "
		into reportRecord
	end-string
	write reportRecord.

*> Locks the month -- one entry per department with what its
*> statement billed, the month entry with the totals, and every
*> closed month's own count brought up to what was just charged
*> as late, so the same conversions are never charged twice
post-period-close.
	move 0 to billableCount
	move 0 to billableCents
	perform varying departmentIdx from 1 by 1
			until departmentIdx >= unassignedIdx
		move statementMonth to periodMonth
		move deptTablePrefix(departmentIdx) to periodDeptPrefix
		compute periodOwnBilled = deptTableOk(departmentIdx)
			+ deptTableNoncanon(departmentIdx)
		move deptTableBilled(departmentIdx) to periodChargedCount
		move deptTableCents(departmentIdx) to periodChargedCents
		move todayDate to periodClosedDate
		move closeCardOperator to periodClosedBy
		perform file-period-record
		add deptTableBilled(departmentIdx) to billableCount
		add deptTableCents(departmentIdx) to billableCents
	end-perform

	move statementMonth to periodMonth
	move spaces to periodDeptPrefix
	move 0 to periodOwnBilled
	move billableCount to periodChargedCount
	move billableCents to periodChargedCents
	move todayDate to periodClosedDate
	move closeCardOperator to periodClosedBy
	perform file-period-record

	perform varying closedPeriodIdx from 1 by 1
			until closedPeriodIdx > closedPeriodCount
		if closedNowBillable(closedPeriodIdx)
				> closedOwnBilled(closedPeriodIdx)
			move closedMonth(closedPeriodIdx) to periodMonth
			move closedPrefix(closedPeriodIdx) to periodDeptPrefix
			move closedNowBillable(closedPeriodIdx) to periodOwnBilled
			move closedChargedCount(closedPeriodIdx)
				to periodChargedCount
			move closedChargedCents(closedPeriodIdx)
				to periodChargedCents
			move todayDate to periodClosedDate
			move closeCardOperator to periodClosedBy
			perform file-period-record
		end-if
	end-perform

	move spaces to reportRecord
	string "PERIOD " delimited by size
			statementMonth delimited by size
			" CLOSED -- LATER ACTIVITY DATED IN IT BILLS IN THE OPEN MONTH"
			delimited by size
		into reportRecord
	end-string
	write reportRecord.

*> Writes the period entry laid out in the record, or replaces
*> the one already on file under its key
file-period-record.
	write periodRecord
		invalid key
			rewrite periodRecord
				invalid key
					display "*** ROMANPER WRITE FAILED -- "
						periodKey " ***"
			end-rewrite
	end-write.

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
