*> audit trail per conversion, the extract per line handed
*> downstream, the recycle file per pending reject), but nothing
*> proved they agree, and twice this year they quietly did not.
*> For one run date this pass cross-foots them: the daily
*> summary's entries for the date (ROMANSUM, posted as each batch
*> closes) against the sum of the registry counts for that date's
*> batches; the extract's loadable lines against the summary's OK
*> and NONCANON counts; and every REJECTED
*> audit line against the recycle file (or, for a duplicate
*> reject, the processed-id registry that made it a duplicate)
*> -- that last check is settled id by id, so it alone still
*> reads the trail itself.
*> One certificate line per batch id, BALANCED or OUT-OF-BALANCE
*> with the discrepancy spelled out, and a nonzero return code on
*> any mismatch so the scheduler pages the same night instead of
*> month-end finding it.  The same verdicts are laid down on a
*> small machine-readable certificate file (BALCERT), which the
*> extract release step reads to decide whether the day's
*> extract may go downstream.


environment division.
		 organization is line sequential
		 file status is auditFileStatus.

    select daySummaryFile assign to "ROMANSUM"
		 organization is indexed
		 access is dynamic
		 record key is summaryKey
		 file status is daySummaryStatus.

    select extractFile assign to "ROMANEXT"
		 organization is line sequential
		 file status is extractFileStatus.
		 record key is processedIdKey
		 file status is processedIdStatus.

    select certificateFile assign to "BALCERT"
		 organization is line sequential.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

   02  runControlMode      pic x(01).
   02  runControlCount     pic 9(07).
   02  runControlRc        pic 9(02).
   02  runControlTicket    pic x(08).
   02  runControlClockDate pic x(08).

fd auditFile.

*> The audit trail, one 80 byte line per conversion ever done
01 auditRecord             pic x(88).

fd daySummaryFile.

*> The daily summary, exactly as the calculator maintains it --
*> one entry per run date, id prefix, direction, status, and
*> (for rejects) reason code, with the audit lines it stands for
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

fd extractFile.

   02  processedIdKey      pic x(08).
   02  processedIdDate     pic 9(08).

fd certificateFile.

*> The certificate in machine-readable form -- one BAT line per
*> batch certified, then one DAY line carrying the overall
*> verdict.  The extract release step holds the extract unless
*> the DAY line and every BAT line read BALANCED
01 certificateRecord.
   02  certificateType     pic x(03).
   02  filler              pic x(01).
   02  certificateDate     pic 9(08).
   02  filler              pic x(01).
   02  certificateBatchId  pic x(08).
   02  filler              pic x(01).
   02  certificateVerdict  pic x(14).
   02  filler              pic x(44).

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

*> The printed balancing certificate

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  runControlStatus     pic xx value spaces.
	77  auditFileStatus      pic xx value spaces.
	77  daySummaryStatus     pic xx value spaces.
	77  extractFileStatus    pic xx value spaces.
	77  recycleFileStatus    pic xx value spaces.
	77  processedIdStatus    pic xx value spaces.
		05  auditParseStatus   pic x(09).
		05  filler             pic x(06).

*> The run date being balanced -- off the PARM, or the current
*> business date when the PARM is absent, since the certificate
*> normally runs the same night as the processing it proves
	77  balanceDate          pic 9(08) value 0.
	77  parmErrorSwitch      pic x value 'N'.
		88  parmInvalid        value 'Y'.
	77  batchDropCount       pic 9(05) value 0.
	77  registryRecordSum    pic 9(09) value 0.

*> The date's rejected count and ids off the audit trail, kept
*> for the recycle-file cross-foot
	77  auditDayRejected     pic 9(07) value 0.

*> The date's totals off the daily summary -- the first two
*> cross-foots are footed against these
	77  summaryDayTotal      pic 9(09) value 0.
	77  summaryDayGood       pic 9(09) value 0.
	77  summaryDayRejected   pic 9(09) value 0.
	77  summaryMissingSwitch pic x value 'N'.
		88  summaryMissing     value 'Y'.

	01  rejectedIdTable.
		05  rejectedIdEntry occurs 5000 times pic x(08).

		05  filler          pic x(80) value
			"ROMAN CALCULATOR DAILY BALANCING CERTIFICATE".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportDateLine.
		05  filler          pic x(19) value "RUN DATE BALANCED: ".
		05  reportBalanceDate  pic 9(08).
	01  blankLine              pic x(80) value spaces.

*> PARM -- 'yyyymmdd' names the run date to balance; an empty
*> PARM balances the current business date
linkage section.
01  runProgramParameter.
	05  runProgramParameterLength  pic s9(4) comp.

begin.
	move 'N' to parmErrorSwitch
	perform load-business-date
	if runProgramParameterLength = 0
		move businessDate to balanceDate
	else
		if runProgramParameterLength >= 8
				and runProgramParameterValue(1:8) is numeric
		end-if
	end-if

	*> Opened ahead of the PARM check so a refused run leaves an
	*> empty certificate behind rather than yesterday's, which
	*> the release step would otherwise take at its word
	open output certificateFile
	open output reportFile
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR DAILY BALANCING ******"
		move "RUN PARAMETER INVALID -- EXPECTED YYYYMMDD" to reportRecord
		write reportRecord
		display "Run parameter invalid -- expected yyyymmdd"
		close certificateFile
		close reportFile
		move 8 to return-code
		stop run
	end-if

	if balanceDate = 0
		move "BUSINESS DATE NOT AVAILABLE -- NAME THE DATE ON THE PARM"
			to reportRecord
		write reportRecord
		display "*** BUSINESS DATE CONTROL NOT AVAILABLE ***"
		close certificateFile
		close reportFile
		move 8 to return-code
		stop run
	write reportRecord

	perform load-registry-batches
	perform tally-summary-day
	perform tally-audit-day
	perform tally-extract-lines
	perform load-recycle-ids
	move reportTrailerLine to reportRecord
	write reportRecord

	move spaces to certificateRecord
	move "DAY" to certificateType
	move balanceDate to certificateDate
	move reportOverall to certificateVerdict
	write certificateRecord

	close certificateFile
	close reportFile

	if dayOutOfBalance
	end-perform
	close runControlFile.

*> The date's entries on the daily summary, reached by key and
*> read forward until the date changes -- the good and rejected
*> counts the first two checks foot against
tally-summary-day.
	open input daySummaryFile
	if daySummaryStatus not = "00"
		move 'Y' to summaryMissingSwitch
		close daySummaryFile
		exit paragraph
	end-if
	move low-values to summaryKey
	move balanceDate to summaryRunDate
	start daySummaryFile key is not less than summaryKey
		invalid key move high-values to daySummaryRecord
	end-start
	if daySummaryRecord not = high-values
		read daySummaryFile next
			at end move high-values to daySummaryRecord
		end-read
	end-if
	perform until daySummaryRecord = high-values
		if summaryRunDate not = balanceDate
			move high-values to daySummaryRecord
		else
			add summaryCount to summaryDayTotal
			if summaryStatus = "REJECTED"
				add summaryCount to summaryDayRejected
			else
				add summaryCount to summaryDayGood
			end-if
			read daySummaryFile next
				at end move high-values to daySummaryRecord
			end-read
		end-if
	end-perform
	close daySummaryFile.

*> One pass down the audit trail for the date's rejected ids,
*> which check three settles one by one
tally-audit-day.
	open input auditFile
	if auditFileStatus not = "00"
			move 0 to recordRunDate
		end-if
		if recordRunDate = balanceDate
			if auditParseStatus = "REJECTED"
				add 1 to auditDayRejected
				if rejectedIdCount < 5000
				else
					add 1 to rejectedDropCount
				end-if
			end-if
		end-if
		read auditFile
	move blankLine to reportRecord
	write reportRecord

	*> Without the summary there is nothing to foot the first two
	*> checks against -- the day cannot be certified
	if summaryMissing
		move "ROMANSUM COULD NOT BE OPENED -- CHECKS 1 AND 2 CANNOT BALANCE"
			to reportRecord
		write reportRecord
		move 'Y' to outOfBalanceSwitch
	end-if

	move spaces to reportCheckLine
	move "CHECK 1 -- REGISTRY BATCH COUNTS VS SUMMARY ENTRIES:"
		to reportCheckText
	move registryRecordSum to reportCheckLeft
	move summaryDayTotal to reportCheckRight
	move " VS " to reportCheckVs
	move reportCheckLine to reportRecord
	write reportRecord
	if registryRecordSum = summaryDayTotal
		move "BALANCED" to reportVerdictText
	else
		compute countDiscrepancy = registryRecordSum - summaryDayTotal
		move countDiscrepancy to discrepancyDisplay
		move spaces to reportVerdictText
		string "OUT-OF-BALANCE -- DISCREPANCY " delimited by size
	write reportRecord

	move spaces to reportCheckLine
	move "CHECK 2 -- EXTRACT LOADABLE LINES VS SUMMARY OK+NCN:"
		to reportCheckText
	move extractGoodCount to reportCheckLeft
	move summaryDayGood to reportCheckRight
	move " VS " to reportCheckVs
	move reportCheckLine to reportRecord
	write reportRecord
	if extractGoodCount = summaryDayGood
		move "BALANCED" to reportVerdictText
	else
		compute countDiscrepancy = extractGoodCount - summaryDayGood
		move countDiscrepancy to discrepancyDisplay
		move spaces to reportVerdictText
		string "OUT-OF-BALANCE -- DISCREPANCY " delimited by size
		end-if
		move reportBatchLine to reportRecord
		write reportRecord

		move spaces to certificateRecord
		move "BAT" to certificateType
		move balanceDate to certificateDate
		move batchTableId(batchIdx) to certificateBatchId
		if reportBatchVerdict = "BALANCED"
			move "BALANCED" to certificateVerdict
		else
			move "OUT-OF-BALANCE" to certificateVerdict
		end-if
		write certificateRecord
	end-perform.

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
