author.  Erik Zorn-Wallentin.
*> Audit analytics -- the management summary that until now was
*> compiled by hand out of the raw audit trail.  One pass down
*> the daily summary (ROMANSUM, which the calculator keeps up as
*> each batch closes) counts every conversion by run date (OK,
*> NONCANON, REJECTED, and the FWD/REV/EXP direction mix), a
*> table rolls the same counts up by month with a month-over-
*> month trend, and the rejects are broken down by the reason
*> code the summary carries for them.  The summary comes in key
*> order -- run date first -- so each date's line prints as the
*> date changes and no run date table is needed at all.


environment division.
input-output section.
file-control.
    select daySummaryFile assign to "ROMANSUM"
		 organization is indexed
		 access is sequential
		 record key is summaryKey
		 file status is daySummaryStatus.

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


*> The shared ROMANTUN tuning control cards -- keyword and
*> value, space separated.  This report listens for
*> MONTH-TABLE-LIMIT and PAGE-LENGTH; a missing file or absent
*> keyword means the compiled default, so nothing breaks when
*> the dataset is not there
01 tuningRecord            pic x(80).

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  daySummaryStatus     pic xx value spaces.

*> The run date being tallied -- the summary arrives in key
*> order, so every entry for a date comes together and the
*> date's line prints when the next date (or end of file) shows
	77  currentRunDate       pic x(08) value spaces.
	01  runDateTallies.
		05  runDateTotal     pic 9(09).
		05  runDateOk        pic 9(09).
		05  runDateNoncanon  pic 9(09).
		05  runDateRejected  pic 9(09).
		05  runDateForward   pic 9(09).
		05  runDateReverse   pic 9(09).
		05  runDateExpress   pic 9(09).
		05  runDateOther     pic 9(09).

*> Monthly rollup for the trend -- same shape, keyed on yyyymm
	01  monthTable.
		05  monthEntry occurs 600 times.
			10  monthValue       pic x(06).
			10  monthTotal       pic 9(09).
			10  monthRejected    pic 9(09).

	77  monthCount           pic 9(03) value 0.
	77  monthIdx             pic 9(03) value 0.
	77  monthWork            pic x(06) value spaces.
	77  trendDelta           pic s9(07) value 0.

*> Reject counts by reason code -- the nine codes the
*> calculator writes today, plus a bucket for rejects filed
*> without a known one (history seeded from the trail whose ids
*> never made the recycle file)
	01  reasonCodeTable.
		05  reasonCodeEntry occurs 10 times.
			10  reasonCodeValue  pic x(04).
			10  reasonCodeCount  pic 9(09).

	77  reasonCodeIdx        pic 99 value 0.
	77  reasonCodeFoundIdx   pic 99 value 0.

	77  monthDropCount       pic 9(09) value 0.

*> Runtime tuning off the shared ROMANTUN control cards -- the
*> in-use month table limit (capped at its compiled OCCURS
*> ceiling) and the report page length.  The defaults are the
*> numbers this program always ran with; the card can raise
*> them past the "TABLE SLOTS EXHAUSTED" line production has
*> already seen, without a change ticket to the load library
	77  tuningFileStatus     pic xx value spaces.
	77  tuningValueText      pic x(10) value spaces.
	77  tuningValueLength    pic 9(03) value 0.
	77  tuningValueNumber    pic 9(05) value 0.
	77  monthLimit           pic 9(03) value 120.
	77  monthLimitSource     pic x(01) value space.
	77  pageLength           pic 9(03) value 60.
	77  pageLengthSource     pic x(01) value space.
	77  reportLineCount      pic 9(03) value 0.
	77  pendingReportLine    pic x(80) value spaces.

	77  auditReadCount       pic 9(09) value 0.
	77  totalOkCount         pic 9(09) value 0.
	77  totalNoncanonCount   pic 9(09) value 0.
	77  totalRejectedCount   pic 9(09) value 0.

	01  reportHeadingLine.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR AUDIT ANALYTICS -- MONTHLY SERVICE REPORT".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportContinuedLine.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR AUDIT ANALYTICS -- CONTINUED".
*> beside a value means the tuning card set it, a blank means
*> the compiled default stood
	01  reportSettingsLine1.
		05  filler          pic x(22) value
			"SETTINGS: MONTH SLOTS ".
		05  reportSetMonths    pic zz9.
		05  reportSetMonthsSrc pic x(01).
		05  filler          pic x(14) value "  PAGE LENGTH ".
		05  reportSetPage      pic zz9.
		05  reportSetPageSrc   pic x(01).
		05  filler          pic x(36) value spaces.

	01  reportSectionOne.
		05  filler          pic x(80) value
begin.
	perform load-tuning-values

	open input daySummaryFile
	open output reportFile

	perform load-business-date
	move reportHeadingLine to reportRecord
	perform print-report-line
	move reportBusinessDateLine to reportRecord
	perform print-report-line
	move monthLimit to reportSetMonths
	move monthLimitSource to reportSetMonthsSrc
	move pageLength to reportSetPage
	move pageLengthSource to reportSetPageSrc
	move reportSettingsLine1 to reportRecord
	perform print-report-line

	display ""
	display "****** ROMAN CALCULATOR AUDIT ANALYTICS ******"

	if daySummaryStatus not = "00"
		move "ROMANSUM COULD NOT BE OPENED -- NOTHING TO REPORT"
			to reportRecord
		perform print-report-line
		display "*** ROMANSUM NOT AVAILABLE -- BUILD IT WITH A3SUMM ***"
		close reportFile
		move 8 to return-code
		stop run
	end-if

	perform initialize-reason-codes
	perform report-by-run-date
	perform report-by-reason-code
	perform report-monthly-trend

	move blankLine to reportRecord
	perform print-report-line
	if monthDropCount > 0
		move spaces to reportRecord
		string "SECTIONS INCOMPLETE -- TABLE SLOTS EXHAUSTED FOR "
				delimited by size
				monthDropCount delimited by size
				" LINES (MONTHS)" delimited by size
			into reportRecord
	move reportTrailerLine to reportRecord
	perform print-report-line

	close daySummaryFile
	close reportFile

	move 0 to return-code
	stop run.

*> The nine reason codes the calculator writes today, in code
*> order, plus the bucket for rejects filed without a known
*> reason
initialize-reason-codes.
	move "E001" to reasonCodeValue(1)
	move "E002" to reasonCodeValue(2)
	move "E006" to reasonCodeValue(6)
	move "E007" to reasonCodeValue(7)
	move "E008" to reasonCodeValue(8)
	move "E009" to reasonCodeValue(9)
	move "E???" to reasonCodeValue(10)
	perform varying reasonCodeIdx from 1 by 1
			until reasonCodeIdx > 10
		move 0 to reasonCodeCount(reasonCodeIdx)
	end-perform.

*> The single pass down the summary that feeds every section
*> -- the run date lines print as each date closes, and the
*> monthly rollup and reason breakdown are tallied alongside.
*> Every tally adds the entry's count, the audit lines it
*> stands for
tally-summary-entries.
	move spaces to currentRunDate
	read daySummaryFile
		at end move high-values to daySummaryRecord
	end-read
	perform until daySummaryRecord = high-values
		if summaryRunDate not = currentRunDate
			if currentRunDate not = spaces
				perform print-run-date-line
			end-if
			move summaryRunDate to currentRunDate
			move zeros to runDateTallies
		end-if
		add summaryCount to auditReadCount
		perform tally-run-date
		perform tally-month
		if summaryStatus = "REJECTED"
			add summaryCount to totalRejectedCount
			perform tally-reject-reason
		else
			if summaryStatus = "NONCANON"
				add summaryCount to totalNoncanonCount
			else
				add summaryCount to totalOkCount
			end-if
		end-if
		read daySummaryFile
			at end move high-values to daySummaryRecord
		end-read
	end-perform
	if currentRunDate not = spaces
		perform print-run-date-line
	end-if.

*> Bumps the open run date's status and direction counters
tally-run-date.
	add summaryCount to runDateTotal
	if summaryStatus = "REJECTED"
		add summaryCount to runDateRejected
	else
		if summaryStatus = "NONCANON"
			add summaryCount to runDateNoncanon
		else
			add summaryCount to runDateOk
		end-if
	end-if
	if summaryDirection = "FWD"
		add summaryCount to runDateForward
	else
		if summaryDirection = "REV"
			add summaryCount to runDateReverse
		else
			if summaryDirection = "EXP"
				add summaryCount to runDateExpress
			else
				add summaryCount to runDateOther
			end-if
		end-if
	end-if.

*> Same again at month grain, for the trend section
tally-month.
	move summaryRunDate(1:6) to monthWork
	move 0 to monthFoundIdx
	if monthCount > 0
			and monthValue(monthCount) = monthWork
			move 0 to monthTotal(monthFoundIdx)
			move 0 to monthRejected(monthFoundIdx)
		else
			add summaryCount to monthDropCount
			exit paragraph
		end-if
	end-if
	add summaryCount to monthTotal(monthFoundIdx)
	if summaryStatus = "REJECTED"
		add summaryCount to monthRejected(monthFoundIdx)
	end-if.

*> A rejected entry's reason is on its key -- one the table
*> does not know lands in the E??? bucket so the breakdown
*> always sums to the reject total
tally-reject-reason.
	move 10 to reasonCodeFoundIdx
	perform varying reasonCodeIdx from 1 by 1
			until reasonCodeIdx > 9
		if reasonCodeValue(reasonCodeIdx) = summaryReason
			move reasonCodeIdx to reasonCodeFoundIdx
		end-if
	end-perform
	add summaryCount to reasonCodeCount(reasonCodeFoundIdx).

*> Section one -- one line per run date, oldest first in the
*> summary's key order, printed by the tally pass itself
report-by-run-date.
	move blankLine to reportRecord
	perform print-report-line
	perform print-report-line
	move reportDateColumns to reportRecord
	perform print-report-line
	perform tally-summary-entries.

*> The closed run date's line
print-run-date-line.
	move spaces to reportDateLine
	move currentRunDate to reportDateValue
	move runDateTotal to reportDateTotal
	move runDateOk to reportDateOk
	move runDateNoncanon to reportDateNoncanon
	move runDateRejected to reportDateRejected
	move runDateForward to reportDateForward
	move runDateReverse to reportDateReverse
	move runDateExpress to reportDateExpress
	move runDateOther to reportDateOther
	move reportDateLine to reportRecord
	perform print-report-line.

*> Section two -- the reject breakdown management actually asks
*> for, with the code's meaning spelled out beside it
	move reportSectionTwo to reportRecord
	perform print-report-line
	perform varying reasonCodeIdx from 1 by 1
			until reasonCodeIdx > 10
		if reasonCodeCount(reasonCodeIdx) > 0
			move spaces to reportReasonLine
			move reasonCodeValue(reasonCodeIdx) to reportReasonCode
	else
	if reasonCodeIdx = 8
		move "ROMAN FRACTION INVALID OR NOT AT TAIL" to reportReasonText
	else
	if reasonCodeIdx = 9
		move "DEPARTMENT RULE VIOLATED (SEE LOG)" to reportReasonText
	else
		move "REASON NOT ON RECYCLE FILE" to reportReasonText
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if.

*> Section three -- monthly totals with the swing against the
*> table's compiled OCCURS ceiling, and a bad value is refused
*> out loud rather than quietly misapplied
apply-tuning-value.
	if tuningKeyword not = "MONTH-TABLE-LIMIT"
			and tuningKeyword not = "PAGE-LENGTH"
		exit paragraph
	end-if
		exit paragraph
	end-if

	if tuningKeyword = "MONTH-TABLE-LIMIT"
		if tuningValueNumber > 600
			move 600 to monthLimit
		end-if
		move 'C' to monthLimitSource
	end-if
	if tuningKeyword = "PAGE-LENGTH"
		if tuningValueNumber < 10
			display "Tuning card refused -- out of range: "
			move 'C' to pageLengthSource
		end-if
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
