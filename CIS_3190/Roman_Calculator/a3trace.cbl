*> extract and was acknowledged back; and its processed-id
*> registration date.  One page per id, with a clear "never seen"
*> answer for an id no file has heard of, so any trace question
*> is one job away.  Any registry maintenance done against the id
*> (a3maint) is shown beside its audit appearances, so a deleted
*> registration or a reset tally is never a mystery on the page.
*> A card may name the department's own reference instead of our
*> record id -- "their invoice 44817" -- and the sender-reference
*> crosswalk a3stdz keeps turns it into the ids it was minted
*> under, each traced on its own page with the reference shown.


environment division.
		 organization is line sequential
		 file status is ackFileStatus.

    select maintLogFile assign to "ROMANMLG"
		 organization is line sequential
		 file status is maintLogStatus.

    select retryCountFile assign to "ROMANRTY"
		 organization is indexed
		 access is random
		 record key is processedIdKey
		 file status is processedIdStatus.

*> Dynamic -- a reference card walks the alternate key, and each
*> page's reference is then read back by record id
    select crosswalkFile assign to "ROMANXRF"
		 organization is indexed
		 access is dynamic
		 record key is xrefRecordId
		 alternate record key is xrefSenderRef with duplicates
		 file status is crosswalkStatus.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

fd traceIdFile.

*> The inquiry cards -- one record id per line, in the first
*> eight bytes, exactly as it appears everywhere else; or a
*> sender's own reference: REF in columns 1-3, the reference in
*> columns 5-24, and optionally the department prefix in
*> columns 26-27 to narrow it to one sender
01 traceIdRecord.
   02  traceIdValue        pic x(08).
   02  filler              pic x(72).
01 traceRefRecord.
   02  traceRefTag         pic x(04).
   02  traceRefValue       pic x(20).
   02  filler              pic x(01).
   02  traceRefDept        pic x(02).
   02  filler              pic x(53).

fd auditFile.

*> The audit trail, one 80 byte line per conversion ever done
01 auditRecord             pic x(88).

fd recycleFile.

*> first pipe-delimited field
01 ackRecord               pic x(80).

fd maintLogFile.

*> The permanent registry maintenance log a3maint appends to --
*> the entry key (a record id for ROMANIDX and ROMANRTY work) in
*> columns 39-46, the reason text from column 70
01 maintLogRecord          pic x(120).

fd retryCountFile.

*> Keyed tally of how many times each record id has rejected,
   02  processedIdKey      pic x(08).
   02  processedIdDate     pic 9(08).

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

*> The printed trace report -- one page per inquired id

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  auditFileStatus      pic xx value spaces.
	77  recycleFileStatus    pic xx value spaces.
	77  extractFileStatus    pic xx value spaces.
	77  ackFileStatus        pic xx value spaces.
	77  maintLogStatus       pic xx value spaces.
	77  retryCountStatus     pic xx value spaces.
	77  processedIdStatus    pic xx value spaces.
	77  crosswalkStatus      pic xx value spaces.
	77  crosswalkOpenSwitch  pic x value 'N'.
		88  crosswalkOpen      value 'Y'.
	77  referenceScanSwitch  pic x value 'N'.
		88  referenceScanEnded value 'Y'.
	77  referenceHitCount    pic 9(03) value 0.

*> The audit line's leading columns, exactly as the calculator
*> lays them down -- the whole line is echoed on the trace, the
		05  filler             pic x(02).
		05  auditParseRecordId pic x(08).
		05  filler             pic x(48).
		05  auditParseTicket   pic x(08).

*> The maintenance log line's columns, as a3maint lays them down
	01  maintLineParse.
		05  maintParseAction   pic x(68).
		05  filler             pic x(01).
		05  maintParseReason   pic x(49).
		05  filler             pic x(02).
	01  maintLineKeyView redefines maintLineParse.
		05  filler             pic x(34).
		05  maintParseRegistry pic x(03).
		05  filler             pic x(01).
		05  maintParseKey      pic x(08).
		05  filler             pic x(74).

*> The inquired ids and everything gathered about each one.  The
*> audit appearances are held per id so the report can come out
			10  traceAckFound    pic x(01).
			10  traceIdxFound    pic x(01).
			10  traceIdxDate     pic 9(08).
			10  traceXrefFound   pic x(01).
			10  traceXrefRef     pic x(20).
			10  traceXrefBatch   pic x(08).
			10  traceXrefDate    pic 9(08).
			10  traceAuditCount  pic 9(03).
			10  traceAuditMore   pic 9(05).
			10  traceAuditLine occurs 15 times pic x(88).
			10  traceMaintCount  pic 9(03).
			10  traceMaintMore   pic 9(05).
			10  traceMaintLine occurs 10 times pic x(120).

	77  traceCount           pic 9(03) value 0.
	77  traceIdx             pic 9(03) value 0.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR RECORD LIFECYCLE TRACE".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportPageBreakLine.
		05  filler          pic x(80) value all "=".

			"  DOWNSTREAM ACKNOWLEDGMENT:  ".
		05  reportAckText      pic x(50).

	01  reportXrefLine.
		05  filler          pic x(30) value
			"  SENDER REFERENCE (ROMANXRF):".
		05  reportXrefText     pic x(50).

	01  reportAuditHeader.
		05  filler          pic x(80) value
			"  AUDIT TRAIL APPEARANCES (SEQ, DATE, DIR, ID, VALUE, RESULT, STATUS):".
		05  filler          pic x(69) value
			" MORE APPEARANCES NOT SHOWN -- SEE ROMANAUD / ARCHIVE".

	01  reportMaintHeader.
		05  filler          pic x(80) value
			"  REGISTRY MAINTENANCE (DATE, TIME, OPERATOR, ACTION, REG, KEY, BEFORE, AFTER):".

	01  reportMaintDetail.
		05  filler          pic x(04) value spaces.
		05  reportMaintText    pic x(68).
		05  filler          pic x(08) value spaces.

	01  reportMaintReasonLine.
		05  filler          pic x(14) value "      REASON: ".
		05  reportMaintReason  pic x(49).
		05  filler          pic x(17) value spaces.

	01  reportMaintMoreLine.
		05  filler          pic x(06) value spaces.
		05  reportMaintMoreCount pic z(04)9.
		05  filler          pic x(69) value
			" MORE MAINTENANCE ENTRIES NOT SHOWN -- SEE ROMANMLG".

	01  reportNeverSeenLine.
		05  filler          pic x(80) value
			"  NEVER SEEN -- NO TRACE OF THIS ID ON ANY FILE".
	open input traceIdFile
	open output reportFile

	perform load-business-date
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR LIFECYCLE TRACE ******"

	*> A crosswalk that is offline or not yet cataloged leaves
	*> reference cards unanswerable, said so card by card, and
	*> every page without a reference line
	open input crosswalkFile
	if crosswalkStatus = "00"
		move 'Y' to crosswalkOpenSwitch
	end-if

	perform load-trace-ids
	perform scan-audit-trail
	perform scan-recycle-file
	perform scan-extract-file
	perform scan-ack-file
	perform lookup-registries
	perform scan-maintenance-log
	perform report-trace-pages
	if crosswalkOpen
		close crosswalkFile
	end-if

	move blankLine to reportRecord
	write reportRecord
		at end move high-values to traceIdRecord
	end-read
	perform until traceIdRecord = high-values
		if traceRefTag = "REF "
			perform expand-sender-reference
		else
			if traceIdValue > spaces
				move traceIdValue to parsedRecordId
				perform add-trace-entry
			end-if
		end-if
		read traceIdFile
		end-read
	end-perform.

*> One inquired id into the table.  The same id on two cards
*> would load two table entries, and every file scan credits
*> only the first match -- the second page would then claim
*> NEVER SEEN for an id the first page shows.  One card per id;
*> repeats are noted and passed over
add-trace-entry.
	perform find-trace-entry
	if traceFoundIdx > 0
		display "Duplicate inquiry card skipped: ",
			parsedRecordId
		exit paragraph
	end-if
	if traceCount < 100
		add 1 to traceCount
		move parsedRecordId to traceId(traceCount)
		move 'N' to traceRetryFound(traceCount)
		move 0 to traceRetryValue(traceCount)
		move 0 to tracePendingCount(traceCount)
		move 'N' to traceExtractFound(traceCount)
		move spaces to traceExtractStatus(traceCount)
		move 'N' to traceAckFound(traceCount)
		move 'N' to traceIdxFound(traceCount)
		move 0 to traceIdxDate(traceCount)
		move 'N' to traceXrefFound(traceCount)
		move spaces to traceXrefRef(traceCount)
		move spaces to traceXrefBatch(traceCount)
		move 0 to traceXrefDate(traceCount)
		move 0 to traceAuditCount(traceCount)
		move 0 to traceAuditMore(traceCount)
		move 0 to traceMaintCount(traceCount)
		move 0 to traceMaintMore(traceCount)
	else
		add 1 to traceDropCount
		display "Inquiry dropped -- table full: ", parsedRecordId
	end-if.

*> A reference card becomes one inquiry per record id minted
*> under that reference -- a department that reuses its own
*> numbers, or two departments that share one, can come back
*> with several ids, narrowed to one sender when the card
*> names a prefix.  A reference nobody filed is answered on the
*> report straight away, since it never gets a page of its own
expand-sender-reference.
	move 0 to referenceHitCount
	if crosswalkOpen
		move 'N' to referenceScanSwitch
		move traceRefValue to xrefSenderRef
		start crosswalkFile key is equal to xrefSenderRef
			invalid key move 'Y' to referenceScanSwitch
		end-start
		perform until referenceScanEnded
			read crosswalkFile next
				at end move 'Y' to referenceScanSwitch
			end-read
			if not referenceScanEnded
				if xrefSenderRef not = traceRefValue
					move 'Y' to referenceScanSwitch
				else
					if traceRefDept = spaces
							or traceRefDept = xrefDeptCode
						add 1 to referenceHitCount
						move xrefRecordId to parsedRecordId
						perform add-trace-entry
					end-if
				end-if
			end-if
		end-perform
	end-if

	if referenceHitCount = 0
		move spaces to reportRecord
		if crosswalkOpen
			string "SENDER REFERENCE " delimited by size
					traceRefValue delimited by "  "
					" " delimited by size
					traceRefDept delimited by size
					" -- NOT ON THE CROSSWALK, NEVER SEEN"
					delimited by size
				into reportRecord
			end-string
		else
			string "SENDER REFERENCE " delimited by size
					traceRefValue delimited by "  "
					" -- ROMANXRF NOT AVAILABLE, NOT LOOKED UP"
					delimited by size
				into reportRecord
			end-string
		end-if
		write reportRecord
		add 1 to neverSeenCount
		move 'Y' to neverSeenSwitch
	end-if.

*> Scans the trace table for the id just parsed off a file line
find-trace-entry.
	move 0 to traceFoundIdx
	end-perform
	close ackFile.

*> One pass down the maintenance log -- every registry action
*> taken against an inquired id is kept for its page, up to the
*> per-id cap, the same way the audit appearances are.  Actions
*> keyed by batch (MARKERR on RUN, RELEASE on FPH) go on the
*> page of every inquired id the crosswalk puts in that batch,
*> so the registries must be looked up before this pass
scan-maintenance-log.
	open input maintLogFile
	if maintLogStatus not = "00"
		close maintLogFile
		exit paragraph
	end-if
	read maintLogFile
		at end move high-values to maintLogRecord
	end-read
	perform until maintLogRecord = high-values
		move maintLogRecord to maintLineParse
		move maintParseKey to parsedRecordId
		perform find-trace-entry
		if traceFoundIdx > 0
			perform keep-maintenance-line
		end-if
		if maintParseRegistry = "RUN" or maintParseRegistry = "FPH"
			perform varying traceIdx from 1 by 1
					until traceIdx > traceCount
				if traceXrefFound(traceIdx) = 'Y'
						and traceXrefBatch(traceIdx) = maintParseKey
						and traceId(traceIdx) not = maintParseKey
					move traceIdx to traceFoundIdx
					perform keep-maintenance-line
				end-if
			end-perform
		end-if
		read maintLogFile
			at end move high-values to maintLogRecord
		end-read
	end-perform
	close maintLogFile.

*> Files the log line on the page of the id at traceFoundIdx
keep-maintenance-line.
	if traceMaintCount(traceFoundIdx) < 10
		add 1 to traceMaintCount(traceFoundIdx)
		move maintLogRecord to traceMaintLine(traceFoundIdx,
			traceMaintCount(traceFoundIdx))
	else
		add 1 to traceMaintMore(traceFoundIdx)
	end-if.

*> Random reads against the two keyed registries -- a registry
*> that is offline or not yet cataloged simply contributes
*> nothing to the page, the same way an empty recycle file does
			end-read
		end-perform
	end-if
	close processedIdFile

	if crosswalkOpen
		perform varying traceIdx from 1 by 1
				until traceIdx > traceCount
			move traceId(traceIdx) to xrefRecordId
			read crosswalkFile key is xrefRecordId
				invalid key continue
				not invalid key
					move 'Y' to traceXrefFound(traceIdx)
					move xrefSenderRef to traceXrefRef(traceIdx)
					move xrefBatchId to traceXrefBatch(traceIdx)
					move xrefStdzDate to traceXrefDate(traceIdx)
			end-read
		end-perform
	end-if.

*> One page per inquired id, in card order
report-trace-pages.
			and traceExtractFound(traceIdx) = 'N'
			and traceAckFound(traceIdx) = 'N'
			and traceIdxFound(traceIdx) = 'N'
			and traceMaintCount(traceIdx) = 0
			and traceXrefFound(traceIdx) = 'N'
		move reportNeverSeenLine to reportRecord
		write reportRecord
		add 1 to neverSeenCount
	move reportIdxLine to reportRecord
	write reportRecord

	move spaces to reportXrefText
	if traceXrefFound(traceIdx) = 'Y'
		if traceXrefRef(traceIdx) = spaces
			move "(NONE GIVEN)" to reportXrefText(1:20)
		else
			move traceXrefRef(traceIdx) to reportXrefText(1:20)
		end-if
		string "BATCH " delimited by size
				traceXrefBatch(traceIdx) delimited by size
				" ON " delimited by size
				traceXrefDate(traceIdx) delimited by size
			into reportXrefText(22:29)
		end-string
	else
		move "NOT ON THE CROSSWALK" to reportXrefText
	end-if
	move reportXrefLine to reportRecord
	write reportRecord

	move spaces to reportRetryText
	if traceRetryFound(traceIdx) = 'Y'
		string "HAS REJECTED " delimited by size
				to reportAuditText
			move reportAuditDetail to reportRecord
			write reportRecord
			move traceAuditLine(traceIdx, traceLineIdx) to auditLineParse
			if auditParseTicket > spaces
				move spaces to reportRecord
				string "      REPROCESSED UNDER OVERRIDE TICKET "
						delimited by size
						auditParseTicket delimited by size
					into reportRecord
				end-string
				write reportRecord
			end-if
		end-perform
		if traceAuditMore(traceIdx) > 0
			move traceAuditMore(traceIdx) to reportAuditMoreCount
		move "  NO AUDIT TRAIL APPEARANCES ON THE CURRENT TRAIL"
			to reportRecord
		write reportRecord
	end-if

	if traceMaintCount(traceIdx) > 0
		move blankLine to reportRecord
		write reportRecord
		move reportMaintHeader to reportRecord
		write reportRecord
		perform varying traceLineIdx from 1 by 1
				until traceLineIdx > traceMaintCount(traceIdx)
			move traceMaintLine(traceIdx, traceLineIdx)
				to maintLineParse
			move maintParseAction to reportMaintText
			move reportMaintDetail to reportRecord
			write reportRecord
			move maintParseReason to reportMaintReason
			move reportMaintReasonLine to reportRecord
			write reportRecord
		end-perform
		if traceMaintMore(traceIdx) > 0
			move traceMaintMore(traceIdx) to reportMaintMoreCount
			move reportMaintMoreLine to reportRecord
			write reportRecord
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
