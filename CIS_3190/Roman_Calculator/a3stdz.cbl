*> block -- correct count, fresh batch id -- that the calculator
*> reconciles against.  Anything it cannot map goes on its own
*> pre-edit reject listing back to the sender, so garbage never
*> reaches the calculator in the first place.  Each id minted
*> is filed on the sender-reference crosswalk (ROMANXRF) beside
*> the department's own reference for the line, so a department
*> asking after its own document number can be answered without
*> this pass's SYSOUT.


environment division.
    select rejectFile assign to "PREREJ"
		 organization is line sequential.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

    select deptRuleFile assign to "DEPTRULE"
		 organization is line sequential
		 file status is deptRuleStatus.

    select fingerprintHistoryFile assign to "ROMANFPH"
		 organization is indexed
		 access is dynamic
		 record key is historyKey
		 file status is fingerprintHistoryStatus.

*> Random by record id as each one is minted; the alternate
*> key is what the trace inquiry reads a sender's reference by
    select crosswalkFile assign to "ROMANXRF"
		 organization is indexed
		 access is random
		 record key is xrefRecordId
		 alternate record key is xrefSenderRef with duplicates
		 file status is crosswalkStatus.

    select tuningFile assign to "ROMANTUN"
		 organization is line sequential
		 file status is tuningFileStatus.

data division.
file section.
fd rawFile.
*> the reason, and the line as it arrived
01 rejectRecord            pic x(120).

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
01 reportRecord            pic x(93).

fd deptRuleFile.

*> The department business-rule cards the calculator enforces
*> -- prefix, permitted directions (F, R, or both), lowest and
*> highest whole value, fractions Y/N.  Only this department's
*> card matters here; with no card the department is
*> unrestricted and only the shape edits apply
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

fd fingerprintHistoryFile.

*> Keyed history of batch content fingerprints by department,
*> laid out exactly as the calculator keeps it -- department
*> prefix plus batch id, then state (S standardized, H held as a
*> resend, W worked, R released by an operator), the program
*> that filed it (S here, C the calculator), the date, and the
*> fingerprint itself: record count, value hash total, content
*> hash of the ordered values, and the batch a held entry
*> matched
01 fingerprintHistoryRecord.
   02  historyKey          pic x(10).
   02  historyState        pic x(01).
   02  historySource       pic x(01).
   02  historyDate         pic 9(08).
   02  historyCount        pic 9(07).
   02  historyHashTotal    pic 9(15).
   02  historyContentHash  pic 9(09).
   02  historyMatchBatch   pic x(08).

fd tuningFile.

*> The shared runtime tuning control cards -- this pass listens
*> for FINGERPRINT-WINDOW-DAYS, the same card the calculator
*> reads, so the two judge a resend over the same window
01 tuningRecord            pic x(80).

fd crosswalkFile.

*> The sender-reference crosswalk -- one entry per record id
*> minted: the department's own reference off the raw line (the
*> third token, blank when the sender gave none), the prefix and
*> batch id it was minted under, and the date it was
*> standardized
01 crosswalkRecord.
   02  xrefRecordId        pic x(08).
   02  xrefSenderRef       pic x(20).
   02  xrefDeptCode        pic x(02).
   02  xrefBatchId         pic x(08).
   02  xrefStdzDate        pic 9(08).

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  rangeFileStatus      pic xx value spaces.

*> The department being standardized, off the PARM -- it must
	77  rawIntegerLength     pic 9(03) value 0.
	77  rawFractionLength    pic 9(03) value 0.

*> This department's rule off the DEPTRULE cards.  A line the
*> calculator would only reject E009 is turned back here as a
*> P006 instead, before it ever burns a record id
	77  deptRuleStatus       pic xx value spaces.
	77  ruleFoundSwitch      pic x value 'N'.
		88  departmentRuleFound value 'Y'.
	77  ruleCardSwitch       pic x value 'Y'.
		88  ruleCardGood       value 'Y'.
	77  ruleForwardAllowed   pic x value 'Y'.
	77  ruleReverseAllowed   pic x value 'Y'.
	77  ruleMinimumValue     pic 9(07) value 0.
	77  ruleMaximumValue     pic 9(07) value 9999999.
	77  ruleFractionsAllowed pic x value 'Y'.
	77  ruleCheckValue       pic 9(07) value 0.
	77  ruleCheckTwelfths    pic 9(02) value 0.
	77  ruleFractionMarks    pic 9(03) value 0.
	77  ruleScanIdx          pic 9 value 0.

*> This batch's content fingerprint -- every mapped record's
*> direction byte and 33 byte value, exactly as the calculator
*> will read them back off ROMANTRX, folded into a count, a hash
*> total of every byte weighted by its position, and a content
*> hash that rolls the bytes in order.  The minted record ids
*> are left out on purpose: a resend always gets fresh ones
	77  stdzDate             pic 9(08) value 0.
	77  fingerprintCount     pic 9(07) value 0.
	77  fingerprintHashTotal pic 9(15) value 0.
	77  fingerprintContentHash pic 9(09) value 0.
	77  fingerprintBytes     pic x(34) value spaces.
	77  fingerprintPos       pic 9(02) value 0.
	77  fingerprintWork      pic 9(11) value 0.
	77  fingerprintQuotient  pic 9(11) value 0.
	01  charCodeWork.
		05  charCodeHigh     pic x value low-value.
		05  charCodeLow      pic x value low-value.
	01  charCodeView redefines charCodeWork.
		05  charCodeValue    pic 9(04) comp.

*> The resend check against the department's recent history --
*> a match with a standardized or worked batch inside the
*> window holds this one: it is still written (so a release
*> needs no second pass), but filed H, and the calculator will
*> not work it until an operator releases it through a3maint
	77  fingerprintHistoryStatus pic xx value spaces.
	77  fingerprintWindowDays   pic 9(03) value 30.
	77  fingerprintWindowSource pic x(07) value "DEFAULT".
	77  batchHeldSwitch      pic x value 'N'.
		88  batchHeld          value 'Y'.
	77  heldMatchBatchId     pic x(08) value spaces.
	77  heldMatchDate        pic 9(08) value 0.
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

	77  tuningFileStatus     pic xx value spaces.

	77  crosswalkStatus      pic xx value spaces.
	77  crosswalkOpenSwitch  pic x value 'N'.
		88  crosswalkOpen      value 'Y'.
	77  tuningKeyword        pic x(24) value spaces.
	77  tuningValueText      pic x(10) value spaces.
	77  tuningValueLength    pic 9(03) value 0.
	77  tuningValueNumber    pic 9(05) value 0.

*> Mapped records are gathered here first because the HDR that
*> leads the output has to carry the detail count, which is not
*> known until every raw line has been read -- the same gather
		05  filler          pic x(93) value
			"ROMAN CALCULATOR INBOUND STANDARDIZER REPORT".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportBatchLine.
		05  filler          pic x(12) value "DEPARTMENT: ".
		05  reportDepartment   pic x(02).
		05  reportBatchId      pic x(08).
		05  filler          pic x(59) value spaces.

	01  reportRuleLine.
		05  filler          pic x(29) value
			"DEPARTMENT RULE: DIRECTIONS ".
		05  reportRuleDirections pic x(02).
		05  filler          pic x(09) value "  RANGE: ".
		05  reportRuleMinimum  pic z(06)9.
		05  filler          pic x(03) value " - ".
		05  reportRuleMaximum  pic z(06)9.
		05  filler          pic x(14) value "  FRACTIONS: ".
		05  reportRuleFractions pic x(01).
		05  filler          pic x(21) value spaces.

	01  reportColumnLine.
		05  filler          pic x(07) value "RAW LN".
		05  filler          pic x(03) value spaces.
		05  reportDisposition  pic x(36).
		05  filler          pic x(10) value spaces.

	01  reportFingerprintLine.
		05  filler          pic x(29) value
			"CONTENT FINGERPRINT: RECORDS ".
		05  reportPrintCount   pic z(06)9.
		05  filler          pic x(13) value "  HASH TOTAL ".
		05  reportPrintHashTotal pic z(14)9.
		05  filler          pic x(15) value "  CONTENT HASH ".
		05  reportPrintContentHash pic 9(09).
		05  filler          pic x(05) value spaces.

	01  reportWindowSettingLine.
		05  filler          pic x(35) value
			"SETTINGS: FINGERPRINT WINDOW DAYS: ".
		05  reportSettingWindow pic zz9.
		05  filler          pic x(02) value " (".
		05  reportWindowSource pic x(07).
		05  filler          pic x(01) value ")".
		05  filler          pic x(45) value spaces.

	01  reportTrailerLine.
		05  filler          pic x(11) value "LINES READ:".
		05  reportTotalRead    pic z(06)9.
			move 'Y' to parmErrorSwitch
		end-if
	end-if
	perform load-business-date

	open output reportFile
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR INBOUND STANDARDIZER ******"
		stop run
	end-if

	*> Minted ids, the crosswalk and the fingerprint window are all
	*> dated with the business date, so nothing is mapped without it
	if businessDate = 0
		move "BUSINESS DATE CONTROL NOT AVAILABLE -- NOTHING DONE"
			to reportRecord
		write reportRecord
		display "*** BUSINESS DATE CONTROL NOT AVAILABLE -- NOTHING"
			" DONE ***"
		close reportFile
		move 8 to return-code
		stop run
	end-if
	move businessDate to stdzDate
	perform load-tuning-values
	move fingerprintWindowDays to reportSettingWindow
	move fingerprintWindowSource to reportWindowSource
	move reportWindowSettingLine to reportRecord
	write reportRecord

	perform load-number-ranges

	if registerOverflowed
	move runBatchId to reportBatchId
	move reportBatchLine to reportRecord
	write reportRecord
	perform load-department-rule
	move reportColumnLine to reportRecord
	write reportRecord

	move rejectHeadingLine to rejectRecord
	write rejectRecord

	*> A crosswalk that will not open does not stop the batch --
	*> the ids still mint and the references still print on this
	*> report -- but the help desk loses them, so it is said out
	*> loud and the pass ends RC 4
	open i-o crosswalkFile
	if crosswalkStatus = "35"
		open output crosswalkFile
		close crosswalkFile
		open i-o crosswalkFile
	end-if
	if crosswalkStatus = "00"
		move 'Y' to crosswalkOpenSwitch
	else
		move "ROMANXRF NOT AVAILABLE -- SENDER REFERENCES NOT KEPT"
			to reportRecord
		write reportRecord
		display "*** ROMANXRF NOT AVAILABLE -- SENDER REFERENCES"
			" NOT KEPT ***"
		move 'Y' to rejectSwitch
	end-if

	perform map-raw-records
	if crosswalkOpen
		close crosswalkFile
	end-if
	perform write-standard-file
	perform rewrite-number-ranges
	perform check-batch-fingerprint

	move rawReadCount to reportTotalRead
	move standardCount to reportTotalMapped
	close rejectFile
	close reportFile

	*> A held batch outranks rejected lines -- the scheduler
	*> must not carry this block forward to the calculator
	*> until an operator has looked at it
	if batchHeld
		move 12 to return-code
	else
		if rejectsFound
			move 4 to return-code
		else
			move 0 to return-code
		end-if
	end-if

	stop run.
		end-if
	end-if

	*> The department's own business rule -- direction,
	*> fractions, and (for reverse values, the only ones with a
	*> value known before conversion) the permitted range.  A
	*> forward numeral's range is judged by the calculator once
	*> it has converted, under E009
	if rejectReasonCodeWork = spaces and departmentRuleFound
		perform check-department-rule
	end-if

	*> The department's six digit number range and the output
	*> queue are both finite -- running either out mid-file stops
	*> the remaining lines from being half-mapped under ids that
		end-if
	end-if.

*> Holds a shape-clean raw line to the department's rule card,
*> leaving a P006 and the part of the rule it broke in the
*> reject work fields when it fails
check-department-rule.
	if (rawDirection = 'F' and ruleForwardAllowed = 'N')
	   or (rawDirection = 'R' and ruleReverseAllowed = 'N')
		move "P006" to rejectReasonCodeWork
		move "DIRECTION NOT PERMITTED FOR DEPT"
			to rejectReasonTextWork
		exit paragraph
	end-if

	*> A forward fraction is an S or a dot anywhere in the
	*> numeral; a reverse one is the /tt suffix the shape check
	*> already split off
	move 0 to ruleFractionMarks
	if rawDirection = 'F'
		inspect rawValueText(1:rawValueLength)
			tallying ruleFractionMarks for all "S" all "s" all "."
	else
		move rawSlashCount to ruleFractionMarks
	end-if
	if ruleFractionMarks > 0 and ruleFractionsAllowed = 'N'
		move "P006" to rejectReasonCodeWork
		move "FRACTION NOT PERMITTED FOR DEPT"
			to rejectReasonTextWork
		exit paragraph
	end-if

	if rawDirection = 'F'
		exit paragraph
	end-if
	move 0 to ruleCheckValue
	move 0 to ruleCheckTwelfths
	if rawIntegerLength > 0
		move rawIntegerText(1:rawIntegerLength) to ruleCheckValue
	end-if
	if rawFractionLength > 0
		move rawFractionText(1:rawFractionLength) to ruleCheckTwelfths
	end-if
	if ruleCheckValue < ruleMinimumValue
		move "P006" to rejectReasonCodeWork
		move "VALUE BELOW DEPARTMENT MINIMUM"
			to rejectReasonTextWork
	else
		if ruleCheckValue > ruleMaximumValue
		   or (ruleCheckValue = ruleMaximumValue
				and ruleCheckTwelfths > 0)
			move "P006" to rejectReasonCodeWork
			move "VALUE ABOVE DEPARTMENT MAXIMUM"
				to rejectReasonTextWork
		end-if
	end-if.

*> Finds this department's card on DEPTRULE and prints the rule
*> the pass is running under.  No dataset, no card, or a card
*> that cannot be read all leave the department unrestricted --
*> the calculator refuses the same unreadable card, so the two
*> never judge a line by different rules
load-department-rule.
	move 'N' to ruleFoundSwitch
	open input deptRuleFile
	if deptRuleStatus = "00"
		read deptRuleFile
			at end move high-values to deptRuleRecord
		end-read
		perform until deptRuleRecord = high-values
				or departmentRuleFound
			if deptRuleRecord(1:1) not = '*'
					and deptRulePrefix = departmentCode
				perform apply-department-rule-card
			else
				read deptRuleFile
					at end move high-values to deptRuleRecord
				end-read
			end-if
		end-perform
		close deptRuleFile
	end-if

	if departmentRuleFound
		move deptRuleDirections to reportRuleDirections
		move ruleMinimumValue to reportRuleMinimum
		move ruleMaximumValue to reportRuleMaximum
		move ruleFractionsAllowed to reportRuleFractions
		move reportRuleLine to reportRecord
	else
		move "DEPARTMENT RULE: NONE IN FORCE -- SHAPE EDITS ONLY"
			to reportRecord
	end-if
	write reportRecord.

*> Edits this department's card the same way the calculator
*> does -- F/R/blank directions, digits or blank for the range
*> ends, Y or N for fractions, minimum no higher than maximum.
*> A card that fails is reported and the pass runs unrestricted.
*> Either way the search stops here, the first card wins
apply-department-rule-card.
	move 'Y' to ruleCardSwitch
	if deptRuleDirections = spaces
		move 'N' to ruleCardSwitch
	end-if
	perform varying ruleScanIdx from 1 by 1 until ruleScanIdx > 2
		if deptRuleDirections(ruleScanIdx:1) not = 'F'
				and deptRuleDirections(ruleScanIdx:1) not = 'R'
				and deptRuleDirections(ruleScanIdx:1) not = space
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

	if ruleCardGood
		move 'N' to ruleForwardAllowed
		move 'N' to ruleReverseAllowed
		if deptRuleDirections(1:1) = 'F'
				or deptRuleDirections(2:1) = 'F'
			move 'Y' to ruleForwardAllowed
		end-if
		if deptRuleDirections(1:1) = 'R'
				or deptRuleDirections(2:1) = 'R'
			move 'Y' to ruleReverseAllowed
		end-if
		move 0 to ruleMinimumValue
		if deptRuleMinimumText not = spaces
			move deptRuleMinimumText to ruleMinimumValue
		end-if
		move 9999999 to ruleMaximumValue
		if deptRuleMaximumText not = spaces
			move deptRuleMaximumText to ruleMaximumValue
		end-if
		move deptRuleFractions to ruleFractionsAllowed
		if ruleMinimumValue > ruleMaximumValue
			move 'N' to ruleCardSwitch
		end-if
	end-if

	if ruleCardGood
		move 'Y' to ruleFoundSwitch
	else
		move spaces to reportRecord
		string "DEPARTMENT RULE CARD REFUSED -- BAD FIELD: "
				delimited by size
				deptRuleRecord(1:23) delimited by size
			into reportRecord
		end-string
		write reportRecord
		display "Department rule card refused -- bad field: "
			deptRuleRecord
		move high-values to deptRuleRecord
	end-if.

*> Mints the next record id off the department's slot on the
*> register and queues the standardized transaction record
queue-standard-record.
	move rawValueText(1:33) to standardData
	add 1 to standardCount
	move standardDetailLine to standardEntry(standardCount)
	perform add-fingerprint-record
	if crosswalkOpen
		perform write-crosswalk-entry
	end-if

	move spaces to reportDetailLine
	move rawReadCount to reportLineNumber
	move reportDetailLine to reportRecord
	write reportRecord.

*> Files the id just minted against the sender's reference.  An
*> id already on the crosswalk can only be one a failed pass
*> minted before the register was rewritten -- it is this run's
*> now, so the entry is replaced
write-crosswalk-entry.
	move spaces to crosswalkRecord
	move standardRecordId to xrefRecordId
	move rawReferenceText to xrefSenderRef
	move departmentCode to xrefDeptCode
	move runBatchId to xrefBatchId
	move stdzDate to xrefStdzDate
	write crosswalkRecord
		invalid key
			rewrite crosswalkRecord
				invalid key continue
			end-rewrite
	end-write.

*> One line on the sender's pre-edit listing and the matching
*> disposition on the control report -- no record id is minted
*> for a line that never mapped, so the range stays dense
	move standardControlLine to standardRecord
	write standardRecord.

*> Folds the record just queued into the batch fingerprint --
*> each byte's code is read through the halfword overlay, and
*> the content hash is kept below a large prime so it never
*> outgrows its field.  The calculator folds the same bytes the
*> same way, so the two fingerprints of one batch agree
add-fingerprint-record.
	move standardDirection to fingerprintBytes(1:1)
	move standardData to fingerprintBytes(2:33)
	perform varying fingerprintPos from 1 by 1
			until fingerprintPos > 34
		move fingerprintBytes(fingerprintPos:1) to charCodeLow
		compute fingerprintHashTotal
			= fingerprintHashTotal + charCodeValue * fingerprintPos
		compute fingerprintWork
			= fingerprintContentHash * 31 + charCodeValue + 1
		divide fingerprintWork by 999999937
			giving fingerprintQuotient
			remainder fingerprintContentHash
	end-perform
	add 1 to fingerprintCount.

*> Prints the batch fingerprint, searches the department's
*> recent history for the same one, and files this batch -- S,
*> or H with the batch it matched.  A batch with nothing mapped
*> is not checked: every empty batch would match every other.
*> A history that will not open is reported and the batch goes
*> out unchecked -- the calculator checks it again on arrival
check-batch-fingerprint.
	move 'N' to batchHeldSwitch
	move fingerprintCount to reportPrintCount
	move fingerprintHashTotal to reportPrintHashTotal
	move fingerprintContentHash to reportPrintContentHash
	move reportFingerprintLine to reportRecord
	write reportRecord
	if fingerprintCount = 0
		exit paragraph
	end-if

	open i-o fingerprintHistoryFile
	if fingerprintHistoryStatus = "35"
		open output fingerprintHistoryFile
		close fingerprintHistoryFile
		open i-o fingerprintHistoryFile
	end-if
	if fingerprintHistoryStatus not = "00"
		move "ROMANFPH NOT AVAILABLE -- RESEND CHECK NOT MADE"
			to reportRecord
		write reportRecord
		display "*** ROMANFPH NOT AVAILABLE -- RESEND CHECK NOT MADE ***"
		move 'Y' to rejectSwitch
		exit paragraph
	end-if

	move stdzDate to dayNumberDate
	perform compute-day-number
	if dayNumber > fingerprintWindowDays
		subtract fingerprintWindowDays from dayNumber
			giving fingerprintCutoffDay
	else
		move 0 to fingerprintCutoffDay
	end-if

	move 'N' to historyScanSwitch
	move departmentCode to historyKey(1:2)
	move low-values to historyKey(3:8)
	start fingerprintHistoryFile key is not less than historyKey
		invalid key move 'Y' to historyScanSwitch
	end-start
	perform until historyScanEnded or batchHeld
		read fingerprintHistoryFile next
			at end move 'Y' to historyScanSwitch
		end-read
		if not historyScanEnded
			if historyKey(1:2) not = departmentCode
				move 'Y' to historyScanSwitch
			else
				if historyKey(3:8) not = runBatchId
						and (historyState = 'S' or historyState = 'W')
						and historyCount = fingerprintCount
						and historyHashTotal = fingerprintHashTotal
						and historyContentHash
							= fingerprintContentHash
					move historyDate to dayNumberDate
					perform compute-day-number
					if dayNumber >= fingerprintCutoffDay
						move 'Y' to batchHeldSwitch
						move historyKey(3:8) to heldMatchBatchId
						move historyDate to heldMatchDate
					end-if
				end-if
			end-if
		end-if
	end-perform

	move spaces to fingerprintHistoryRecord
	move departmentCode to historyKey(1:2)
	move runBatchId to historyKey(3:8)
	if batchHeld
		move 'H' to historyState
		move heldMatchBatchId to historyMatchBatch
	else
		move 'S' to historyState
	end-if
	move 'S' to historySource
	move stdzDate to historyDate
	move fingerprintCount to historyCount
	move fingerprintHashTotal to historyHashTotal
	move fingerprintContentHash to historyContentHash
	write fingerprintHistoryRecord
		invalid key
			rewrite fingerprintHistoryRecord
				invalid key continue
			end-rewrite
	end-write
	close fingerprintHistoryFile

	move spaces to reportRecord
	if batchHeld
		string "*** HELD -- CONTENT MATCHES BATCH " delimited by size
				heldMatchBatchId delimited by size
				" STANDARDIZED " delimited by size
				heldMatchDate delimited by size
				" -- RELEASE VIA A3MAINT ***" delimited by size
			into reportRecord
		end-string
		display "*** BATCH " runBatchId " HELD -- CONTENT MATCHES BATCH "
			heldMatchBatchId " ***"
	else
		move "NO RECENT BATCH FROM THIS DEPARTMENT CARRIES THE SAME CONTENT"
			to reportRecord
	end-if
	write reportRecord.

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

*> Reads the shared ROMANTUN tuning cards for the one keyword
*> this pass owns.  A missing file or card means the compiled
*> default; a bad value is refused out loud and the default
*> stands
load-tuning-values.
	open input tuningFile
	if tuningFileStatus not = "00"
		exit paragraph
	end-if
	read tuningFile
		at end move high-values to tuningRecord
	end-read
	perform until tuningRecord = high-values
		if tuningRecord(1:1) not = '*' and tuningRecord > spaces
			move spaces to tuningKeyword
			move spaces to tuningValueText
			move 0 to tuningValueLength
			unstring tuningRecord delimited by all spaces
				into tuningKeyword
					tuningValueText count in tuningValueLength
			end-unstring
			perform apply-tuning-value
		end-if
		read tuningFile
			at end move high-values to tuningRecord
		end-read
	end-perform
	close tuningFile.

apply-tuning-value.
	if tuningKeyword not = "FINGERPRINT-WINDOW-DAYS"
		exit paragraph
	end-if
	if tuningValueLength = 0 or tuningValueLength > 5
			or tuningValueText(1:tuningValueLength) is not numeric
		display "Tuning card refused -- bad value: " tuningRecord
		exit paragraph
	end-if
	move 0 to tuningValueNumber
	move tuningValueText(1:tuningValueLength) to tuningValueNumber
	if tuningValueNumber > 0 and tuningValueNumber <= 366
		move tuningValueNumber to fingerprintWindowDays
		move "CARD" to fingerprintWindowSource
	else
		display "Tuning card refused -- out of range: " tuningRecord
	end-if.

*> Writes the register's replacement -- this department's slot
*> advanced past the numbers the pass consumed, every other line
*> carried forward as it was.  The JCL copies it back over
		write rangeNewRecord
	end-perform
	close rangeNewFile.

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
