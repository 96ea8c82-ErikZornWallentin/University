    select recycleNewFile assign to "RECYNEW"
		 organization is line sequential.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

		 organization is line sequential
		 file status is tuningFileStatus.

    select resubmitAuditFile assign to "RESUBAUD"
		 organization is line sequential
		 file status is resubmitAuditStatus.

data division.
file section.
fd recycleFile.
*> the direction code the repaired record should convert under
*> (F = Roman numeral, R = integer), and the corrected value,
*> laid out exactly like a combined-mode transaction detail record
*> for the first 42 columns.  Behind them every correction names
*> the clerk who keyed it (cols 44-51) and a different clerk who
*> approved it (cols 53-60) -- neither may be blank
01 correctionInfo.
   02  correctionRecordId  pic x(08).
   02  correctionDirection pic x(01).
   02  correctionData      pic x(33).
   02  filler              pic x(01).
   02  correctionClerk     pic x(08).
   02  filler              pic x(01).
   02  correctionApprover  pic x(08).

fd resubmitFile.

*> pass ends cleanly, the same copy-back the audit archive uses
01 recycleNewRecord        pic x(80).

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

*> Printed control report of what this pass did
*> pass) still outranks the card
01 tuningRecord            pic x(80).

fd resubmitAuditFile.

*> Permanent resubmit audit trail -- one line per repair queued,
*> appended to and never overwritten, naming the resubmit batch
*> the repair rides, what was changed, and the two clerks who
*> keyed and approved it
01 resubmitAuditRecord.
   02  resubmitAuditDate     pic 9(08).
   02  filler                pic x(01).
   02  resubmitAuditTime     pic x(06).
   02  filler                pic x(01).
   02  resubmitAuditBatchId  pic x(08).
   02  filler                pic x(01).
   02  resubmitAuditRecordId pic x(08).
   02  filler                pic x(01).
   02  resubmitAuditDir      pic x(01).
   02  filler                pic x(01).
   02  resubmitAuditData     pic x(33).
   02  filler                pic x(01).
   02  resubmitAuditReason   pic x(04).
   02  filler                pic x(01).
   02  resubmitAuditRetry    pic 9(03).
   02  filler                pic x(01).
   02  resubmitAuditClerk    pic x(08).
   02  filler                pic x(01).
   02  resubmitAuditApprover pic x(08).
   02  filler                pic x(24).

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

*> Parsed fields off each recycle line.  The retry count rides
*> the file as display digits; moving it into the numeric field
*> relies on the same implicit alphanumeric-to-numeric MOVE the
			10  correctionTableDir   pic x(01).
			10  correctionTableData  pic x(33).
			10  correctionTableUsed  pic x(01).
			10  correctionTableClerk pic x(08).
			10  correctionTableApprover pic x(08).

	77  correctionCount      pic 9(04) value 0.
	77  correctionIdx        pic 9(04) value 0.
	01  resubmitTable.
		05  resubmitEntry occurs 2000 times pic x(42).

*> Who keyed and approved each queued repair, and what it
*> repaired, kept in step with resubmitTable for the resubmit
*> audit trail
	01  resubmitAuthorityTable.
		05  resubmitAuthority occurs 2000 times.
			10  resubmitKeyedBy      pic x(08).
			10  resubmitApprovedBy   pic x(08).
			10  resubmitReasonCode   pic x(04).
			10  resubmitRetryCount   pic 9(03).

	77  resubmitCount        pic 9(07) value 0.
	77  resubmitIdx          pic 9(07) value 0.
	77  resubmitClockRaw     pic x(08) value spaces.

	77  pendingSwitch        pic x value 'N'.
		88  pendingFound       value 'Y'.

*> Dual control -- a correction without both clerks, or keyed
*> and approved by the same one, is refused at load and its
*> reject stays pending.  While the resubmit audit trail cannot
*> be opened every correction is refused, since a repair nobody
*> can account for afterwards is not made
	77  resubmitAuditStatus  pic xx value spaces.
	77  resubmitAuditOpenSwitch pic x value 'N'.
		88  resubmitAuditOpen  value 'Y'.
	77  refusedCount         pic 9(07) value 0.
	77  refusedSwitch        pic x value 'N'.
		88  refusedFound       value 'Y'.
	77  repairedSwitch       pic x value 'N'.
		88  repairQueued       value 'Y'.
	77  refusalText          pic x(35) value spaces.
	77  resubmitAuditDateRaw pic 9(08) value 0.
	77  agedSwitch           pic x value 'N'.
		88  agedFound          value 'Y'.

		05  filler          pic x(80) value
			"ROMAN CALCULATOR EXCEPTION REPAIR REPORT".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportColumnLine.
		05  filler          pic x(08) value "REC ID".
		05  filler          pic x(02) value spaces.
		05  reportTotalUnmatched pic z(06)9.
		05  filler          pic x(23) value spaces.

	01  reportTrailerThree.
		05  filler          pic x(14) value "REFUSED:".
		05  reportTotalRefused pic z(06)9.
		05  filler          pic x(06) value spaces.
		05  filler          pic x(53) value
			"(NO KEYING CLERK, OR NO SEPARATE APPROVING CLERK)".

	01  reportAuthorityLine.
		05  filler          pic x(10) value spaces.
		05  filler          pic x(09) value "KEYED BY ".
		05  reportKeyedBy      pic x(08).
		05  filler          pic x(13) value "  APPROVED BY".
		05  filler          pic x(01) value spaces.
		05  reportApprovedBy   pic x(08).
		05  filler          pic x(31) value spaces.

	01  reportSettingsLine.
		05  filler          pic x(22) value
			"SETTINGS: RETRY LIMIT:".
		end-if
	end-if

	*> The resubmit audit trail is dated with the business date --
	*> without it the pass stops before the recycle file is read,
	*> leaving an empty resubmit queue and the recycle file as is
	perform load-business-date
	if businessDate = 0
		open output resubmitFile
		close resubmitFile
		open output reportFile
		move reportHeadingLine to reportRecord
		write reportRecord
		move reportBusinessDateLine to reportRecord
		write reportRecord
		move "BUSINESS DATE CONTROL NOT AVAILABLE -- NOTHING REPAIRED"
			to reportRecord
		write reportRecord
		display "*** BUSINESS DATE CONTROL NOT AVAILABLE -- NOTHING"
			" REPAIRED ***"
		close reportFile
		move 12 to return-code
		stop run
	end-if

	open input recycleFile
	open input correctionFile
	open output resubmitFile
	open output recycleNewFile
	open output reportFile

	open extend resubmitAuditFile
	if resubmitAuditStatus = "35"
		open output resubmitAuditFile
	end-if
	if resubmitAuditStatus = "00"
		move 'Y' to resubmitAuditOpenSwitch
	end-if

	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord
	move retryLimit to reportSettingLimit
	move tuningSourceText to reportSettingSource
	move reportSettingsLine to reportRecord
	display ""
	display "****** ROMAN CALCULATOR EXCEPTION REPAIR ******"

	if not resubmitAuditOpen
		move "RESUBAUD COULD NOT BE OPENED -- EVERY CORRECTION REFUSED"
			to reportRecord
		write reportRecord
		display "*** RESUBAUD NOT AVAILABLE -- NO REPAIRS QUEUED ***"
	end-if

	perform load-corrections
	perform process-recycle-records
	perform write-resubmit-file
	move unmatchedCount to reportTotalUnmatched
	move reportTrailerTwo to reportRecord
	write reportRecord
	move refusedCount to reportTotalRefused
	move reportTrailerThree to reportRecord
	write reportRecord

	close recycleFile
	close correctionFile
	close agedFile
	close recycleNewFile
	close reportFile
	if resubmitAuditOpen
		close resubmitAuditFile
	end-if

	if agedFound
		move 8 to return-code
	else
		if pendingFound or refusedFound
			move 4 to return-code
		else
			move 0 to return-code
*> Pulls the whole corrections file into the table so each
*> recycle line is matched with a scan instead of re-reading the
*> file.  Anything past the table's capacity is reported and
*> dropped rather than silently lost, and a correction failing
*> dual control is reported and refused, so its reject stays
*> pending until it is keyed again properly
load-corrections.
	move 0 to correctionCount
	read correctionFile
		at end move high-values to correctionInfo
	end-read
	perform until correctionInfo = high-values
		perform check-dual-control
		if refusalText not = spaces
			add 1 to refusedCount
			move 'Y' to refusedSwitch
			move spaces to reportDetailLine
			move correctionRecordId to reportRecordId
			move correctionData to reportNumerals
			move refusalText to reportDisposition
			move reportDetailLine to reportRecord
			write reportRecord
		else
		if correctionCount < 2000
			add 1 to correctionCount
			move correctionRecordId
			move correctionData
				to correctionTableData(correctionCount)
			move 'N' to correctionTableUsed(correctionCount)
			move correctionClerk
				to correctionTableClerk(correctionCount)
			move correctionApprover
				to correctionTableApprover(correctionCount)
		else
			display "Correction dropped -- table full: ",
				correctionRecordId
		end-if
		end-if
		read correctionFile
			at end move high-values to correctionInfo
		end-read
		move recycleNumerals to reportNumerals
		move recycleReasonCode to reportReasonCode
		move recycleRetryCount to reportRetryCount
		move 'N' to repairedSwitch

		if recycleRetryCount > retryLimit
			perform escalate-aged-reject

		move reportDetailLine to reportRecord
		write reportRecord
		if repairQueued
			move resubmitKeyedBy(resubmitCount) to reportKeyedBy
			move resubmitApprovedBy(resubmitCount) to reportApprovedBy
			move reportAuthorityLine to reportRecord
			write reportRecord
		end-if

		read recycleFile
			at end move high-values to recycleRecord
		move correctionTableData(correctionFoundIdx)
			to resubmitData
		move resubmitDetailLine to resubmitEntry(resubmitCount)
		move correctionTableClerk(correctionFoundIdx)
			to resubmitKeyedBy(resubmitCount)
		move correctionTableApprover(correctionFoundIdx)
			to resubmitApprovedBy(resubmitCount)
		move recycleReasonCode to resubmitReasonCode(resubmitCount)
		move recycleRetryCount to resubmitRetryCount(resubmitCount)
		move 'Y' to repairedSwitch
		move "REPAIRED -- QUEUED FOR RESUBMISSION"
			to reportDisposition
	else
*> up under its normal reconciliation.  The header carries a
*> minted batch id, RP plus the time of day, so the resubmission
*> books itself on the run-control registry like any other batch
*> and the day's registry counts still cover its audit lines.
*> Each repair is booked on the resubmit audit trail under that
*> batch id as it is laid down
write-resubmit-file.
	accept resubmitClockRaw from time
	move businessDate to resubmitAuditDateRaw
	move spaces to resubmitControlBatchId
	string "RP" delimited by size
			resubmitClockRaw(1:6) delimited by size
			until resubmitIdx > resubmitCount
		move resubmitEntry(resubmitIdx) to resubmitRecord
		write resubmitRecord
		perform write-resubmit-audit
	end-perform

	move "TRL" to resubmitControlType
	move resubmitControlLine to resubmitRecord
	write resubmitRecord.

*> One resubmit audit line for the repair at resubmitIdx.  A
*> write that fails stops the pass: the resubmit queue is
*> emptied so no repair goes forward unrecorded, and the
*> recycle file is left as it was (the job's copy-back step
*> skips on this return code), so every reject is still there
*> for the rerun
write-resubmit-audit.
	move resubmitEntry(resubmitIdx) to resubmitDetailLine
	move spaces to resubmitAuditRecord
	move resubmitAuditDateRaw to resubmitAuditDate
	move resubmitClockRaw(1:6) to resubmitAuditTime
	move resubmitControlBatchId to resubmitAuditBatchId
	move resubmitRecordId to resubmitAuditRecordId
	move resubmitDirection to resubmitAuditDir
	move resubmitData to resubmitAuditData
	move resubmitReasonCode(resubmitIdx) to resubmitAuditReason
	move resubmitRetryCount(resubmitIdx) to resubmitAuditRetry
	move resubmitKeyedBy(resubmitIdx) to resubmitAuditClerk
	move resubmitApprovedBy(resubmitIdx) to resubmitAuditApprover
	write resubmitAuditRecord
	if resubmitAuditStatus not = "00"
		close resubmitFile
		open output resubmitFile
		close resubmitFile
		move spaces to reportRecord
		string "RESUBAUD WRITE FAILED (STATUS " delimited by size
				resubmitAuditStatus delimited by size
				") -- QUEUE EMPTIED, NOTHING REPAIRED" delimited by size
			into reportRecord
		end-string
		write reportRecord
		move spaces to reportRecord
		string "RESUBAUD LINES UNDER BATCH " delimited by size
				resubmitControlBatchId delimited by size
				" ARE VOID -- NOT QUEUED" delimited by size
			into reportRecord
		end-string
		write reportRecord
		display "*** RESUBAUD WRITE FAILED -- STATUS "
			resubmitAuditStatus " -- NOTHING REPAIRED ***"
		close recycleFile
		close correctionFile
		close agedFile
		close recycleNewFile
		close resubmitAuditFile
		close reportFile
		move 12 to return-code
		stop run
	end-if.

*> Settles whether the correction just read passes dual control
*> -- refusalText comes back blank when it does
check-dual-control.
	move spaces to refusalText
	if not resubmitAuditOpen
		move "REFUSED -- RESUBAUD NOT AVAILABLE" to refusalText
	else
	if correctionClerk = spaces
		move "REFUSED -- NO KEYING CLERK" to refusalText
	else
	if correctionApprover = spaces
		move "REFUSED -- NO APPROVING CLERK" to refusalText
	else
	if correctionClerk = correctionApprover
		move "REFUSED -- APPROVER IS KEYING CLERK" to refusalText
	end-if
	end-if
	end-if
	end-if.

*> Reads the shared ROMANTUN tuning cards and applies the ones
*> this program understands -- unknown keywords belong to the
*> other programs that read the same cards and are passed over
			write reportRecord
		end-if
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
