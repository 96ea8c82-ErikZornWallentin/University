identification division.
program-id.  a3summ.
author.  Erik Zorn-Wallentin.
*> Daily summary build and check -- the calculator keeps the
*> keyed day summary (ROMANSUM) up as each batch closes, and the
*> analytics report, the chargeback statements, and the
*> balancing certificate read that instead of the raw trail.
*> This pass is the summary's way back to the truth.  Build
*> mode lays the whole summary down from scratch out of the
*> audit trail (concatenate the archive generations ahead of
*> the current trail for full history), taking each reject's
*> reason off the recycle file the way the analytics report
*> always has.  Check mode proves the summary against the trail
*> for one run date -- every run date, prefix, direction, and
*> status entry must carry exactly the count and value totals
*> the trail's lines for the date add up to.


environment division.
input-output section.
file-control.
    select auditFile assign to "ROMANAUD"
		 organization is line sequential
		 file status is auditFileStatus.

    select recycleFile assign to "ROMANRCY"
		 organization is line sequential
		 file status is recycleFileStatus.

    select daySummaryFile assign to "ROMANSUM"
		 organization is indexed
		 access is dynamic
		 record key is summaryKey
		 file status is daySummaryStatus.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

data division.
file section.
fd auditFile.

*> The audit trail -- the truth the summary is built from and
*> proved against
01 auditRecord             pic x(88).

fd recycleFile.

*> The calculator's machine-readable reject lines -- record id,
*> original value, reason code, retry count, pipe-delimited.
*> The only place a rebuilt reject finds its reason code
01 recycleRecord           pic x(80).

fd daySummaryFile.

*> The daily summary, exactly as the calculator maintains it
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

*> Printed control report of the pass
01 reportRecord            pic x(80).

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  auditFileStatus      pic xx value spaces.
	77  recycleFileStatus    pic xx value spaces.
	77  daySummaryStatus     pic xx value spaces.

*> The audit line's columns, exactly as the calculator lays
*> them down
	01  auditLineParse.
		05  auditParseSeq      pic x(07).
		05  filler             pic x(02).
		05  auditParseRunDate  pic x(08).
		05  filler             pic x(02).
		05  auditParseDirection pic x(03).
		05  filler             pic x(02).
		05  auditParseRecordId pic x(08).
		05  filler             pic x(02).
		05  auditParseNumerals pic x(20).
		05  filler             pic x(02).
		05  auditParseResult   pic x(07).
		05  filler             pic x(02).
		05  auditParseStatus   pic x(09).
		05  filler             pic x(02).
		05  auditParseFraction pic x(02).
		05  filler             pic x(02).
		05  auditParseTicket   pic x(08).

*> The result column is right-justified with leading blanks --
*> zero-filled here so it can be added up
	77  lineResultText       pic x(07) value spaces.
	77  lineResultValue redefines lineResultText pic 9(07).
	77  lineTwelfths         pic 9(02) value 0.
	77  lineRunDate          pic 9(08) value 0.
	77  lineReason           pic x(04) value spaces.

*> Run mode off the PARM -- build rewrites, check proves
	77  runMode              pic x value space.
		88  runModeBuild       value 'B' 'b'.
		88  runModeCheck       value 'C' 'c'.
	77  checkDate            pic 9(08) value 0.
	77  parmErrorSwitch      pic x value 'N'.
		88  parmInvalid        value 'Y'.

*> Rejected ids off the recycle file with their reason codes --
*> last occurrence wins, so a record that rejected more than
*> once carries its latest reason.  A reject the recycle file
*> cannot explain (a duplicate, or history older than the
*> recycle dataset) is built under E???
	01  reasonIdTable.
		05  reasonIdEntry occurs 20000 times.
			10  reasonTableId    pic x(08).
			10  reasonTableCode  pic x(04).

	77  reasonIdCount        pic 9(05) value 0.
	77  reasonIdIdx          pic 9(05) value 0.
	77  reasonIdFoundIdx     pic 9(05) value 0.
	77  reasonDropCount      pic 9(07) value 0.

	77  recycleRecordId      pic x(08) value spaces.
	77  recycleNumerals      pic x(33) value spaces.
	77  recycleReasonCode    pic x(04) value spaces.

*> One slot per prefix, direction, and status seen for the date
*> being checked -- the trail's totals and the summary's side
*> by side.  Reason codes are not compared: the trail does not
*> carry them, and the summary splits rejects by them only for
*> the analytics report
	01  checkTable.
		05  checkEntry occurs 500 times.
			10  checkPrefix      pic x(02).
			10  checkDirection   pic x(03).
			10  checkStatus      pic x(09).
			10  checkTrailCount  pic 9(09).
			10  checkTrailValue  pic 9(13).
			10  checkTrailTwelfths pic 9(09).
			10  checkSumCount    pic 9(09).
			10  checkSumValue    pic 9(13).
			10  checkSumTwelfths pic 9(09).

	77  checkCount           pic 9(03) value 0.
	77  checkIdx             pic 9(03) value 0.
	77  checkFoundIdx        pic 9(03) value 0.
	77  checkDropCount       pic 9(07) value 0.
	77  keyPrefix            pic x(02) value spaces.
	77  keyDirection         pic x(03) value spaces.
	77  keyStatus            pic x(09) value spaces.

	77  auditReadCount       pic 9(07) value 0.
	77  auditDateCount       pic 9(07) value 0.
	77  summaryReadCount     pic 9(07) value 0.
	77  summaryWrittenCount  pic 9(07) value 0.
	77  mismatchCount        pic 9(05) value 0.

	77  discrepancySwitch    pic x value 'N'.
		88  discrepanciesFound value 'Y'.
	77  buildFailedSwitch    pic x value 'N'.
		88  buildFailed        value 'Y'.

*> Report layouts -- built in working storage and moved into
*> the print line before each write, the same way the
*> calculator's report does
	01  reportHeadingLine.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR DAILY SUMMARY BUILD AND CHECK".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportModeLine.
		05  filler          pic x(10) value "RUN MODE: ".
		05  reportModeText     pic x(70).

	01  reportCheckColumns.
		05  filler          pic x(02) value "PX".
		05  filler          pic x(02) value spaces.
		05  filler          pic x(03) value "DIR".
		05  filler          pic x(02) value spaces.
		05  filler          pic x(09) value "STATUS".
		05  filler          pic x(02) value spaces.
		05  filler          pic x(15) value "  TRAIL / SUMM.".
		05  filler          pic x(02) value spaces.
		05  filler          pic x(27) value
			"VALUE TOTAL (TRAIL / SUMM.)".
		05  filler          pic x(16) value spaces.

	01  reportCheckLine.
		05  reportCheckPrefix  pic x(02).
		05  filler          pic x(02) value spaces.
		05  reportCheckDirection pic x(03).
		05  filler          pic x(02) value spaces.
		05  reportCheckStatus  pic x(09).
		05  filler          pic x(01) value spaces.
		05  reportCheckTrailCount pic z(06)9.
		05  filler          pic x(01) value "/".
		05  reportCheckSumCount pic z(06)9.
		05  filler          pic x(02) value spaces.
		05  reportCheckTrailValue pic z(10)9.
		05  filler          pic x(01) value "/".
		05  reportCheckSumValue pic z(10)9.
		05  filler          pic x(01) value spaces.
		05  reportCheckVerdict pic x(09).

	01  reportCheckTrailer.
		05  filler          pic x(22) value "TRAIL LINES FOR DATE: ".
		05  reportTotalTrail   pic z(06)9.
		05  filler          pic x(04) value spaces.
		05  filler          pic x(20) value "ENTRIES MISMATCHED: ".
		05  reportTotalMismatch pic z(04)9.
		05  filler          pic x(22) value spaces.

	01  reportBuildTrailer.
		05  filler          pic x(18) value "AUDIT LINES READ: ".
		05  reportTotalRead    pic z(06)9.
		05  filler          pic x(04) value spaces.
		05  filler          pic x(24) value "SUMMARY ENTRIES FILED: ".
		05  reportTotalEntries pic z(06)9.
		05  filler          pic x(20) value spaces.

	01  blankLine              pic x(80) value spaces.

*> PARM -- 'B' builds the summary from the trail; 'Cyyyymmdd'
*> checks the summary against the trail for that run date
linkage section.
01  runProgramParameter.
	05  runProgramParameterLength  pic s9(4) comp.
	05  runProgramParameterValue   pic x(80).

procedure division using runProgramParameter.

begin.
	move 'N' to parmErrorSwitch
	move space to runMode
	if runProgramParameterLength > 0
		move runProgramParameterValue(1:1) to runMode
	end-if
	if runModeBuild
		continue
	else
		if runModeCheck and runProgramParameterLength >= 9
				and runProgramParameterValue(2:8) is numeric
			move runProgramParameterValue(2:8) to checkDate
		else
			move 'Y' to parmErrorSwitch
		end-if
	end-if

	open output reportFile
	perform load-business-date
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR DAILY SUMMARY BUILD/CHECK ******"

	if parmInvalid
		move "RUN PARAMETER INVALID -- EXPECTED B OR CYYYYMMDD"
			to reportRecord
		write reportRecord
		display "Run parameter invalid -- expected B (build)"
			" or Cyyyymmdd (check)"
		close reportFile
		move 8 to return-code
		stop run
	end-if

	if runModeBuild
		move "BUILD -- SUMMARY REWRITTEN FROM THE AUDIT TRAIL"
			to reportModeText
	else
		move spaces to reportModeText
		string "CHECK -- SUMMARY PROVED AGAINST THE TRAIL FOR "
				delimited by size
				checkDate delimited by size
			into reportModeText
		end-string
	end-if
	move reportModeLine to reportRecord
	write reportRecord
	move blankLine to reportRecord
	write reportRecord

	if runModeBuild
		perform load-reject-reasons
		perform build-day-summary
		if reasonDropCount > 0
			move spaces to reportRecord
			string "REASON TABLE FULL -- " delimited by size
					reasonDropCount delimited by size
					" RECYCLE LINE(S) NOT CARRIED, REJECTS FILED E???"
					delimited by size
				into reportRecord
			end-string
			write reportRecord
		end-if
		move auditReadCount to reportTotalRead
		move summaryWrittenCount to reportTotalEntries
		move blankLine to reportRecord
		write reportRecord
		move reportBuildTrailer to reportRecord
		write reportRecord
		if buildFailed
			display "*** SUMMARY BUILD FAILED -- SEE REPORT ***"
			move 8 to return-code
		else
			move 0 to return-code
		end-if
	else
		perform tally-trail-date
		perform tally-summary-date
		perform compare-date-totals
		move auditDateCount to reportTotalTrail
		move mismatchCount to reportTotalMismatch
		move blankLine to reportRecord
		write reportRecord
		move reportCheckTrailer to reportRecord
		write reportRecord
		if discrepanciesFound
			display "*** SUMMARY DISAGREES WITH THE TRAIL -- SEE REPORT ***"
			move 4 to return-code
		else
			move 0 to return-code
		end-if
	end-if

	close reportFile

	stop run.

*> Loads record id / reason code pairs off the recycle file --
*> a missing recycle dataset just means every reject is built
*> under E???, not a failed run
load-reject-reasons.
	move 0 to reasonIdCount
	open input recycleFile
	if recycleFileStatus not = "00"
		close recycleFile
		exit paragraph
	end-if
	read recycleFile
		at end move high-values to recycleRecord
	end-read
	perform until recycleRecord = high-values
		move spaces to recycleRecordId
		move spaces to recycleNumerals
		move spaces to recycleReasonCode
		unstring recycleRecord delimited by "|"
			into recycleRecordId recycleNumerals
				recycleReasonCode
		end-unstring
		if recycleRecordId > spaces
			perform store-reject-reason
		end-if
		read recycleFile
			at end move high-values to recycleRecord
		end-read
	end-perform
	close recycleFile.

*> Last occurrence wins -- a record that rejected more than once
*> is filed under the latest reason it rejected for
store-reject-reason.
	move 0 to reasonIdFoundIdx
	perform varying reasonIdIdx from 1 by 1
			until reasonIdIdx > reasonIdCount
			   or reasonIdFoundIdx > 0
		if reasonTableId(reasonIdIdx) = recycleRecordId
			move reasonIdIdx to reasonIdFoundIdx
		end-if
	end-perform
	if reasonIdFoundIdx > 0
		move recycleReasonCode to reasonTableCode(reasonIdFoundIdx)
	else
		if reasonIdCount < 20000
			add 1 to reasonIdCount
			move recycleRecordId to reasonTableId(reasonIdCount)
			move recycleReasonCode to reasonTableCode(reasonIdCount)
		else
			add 1 to reasonDropCount
		end-if
	end-if.

*> Build -- OPEN OUTPUT empties the summary, then every trail
*> line is posted onto its entry exactly as the calculator
*> posts a batch's lines
build-day-summary.
	open output daySummaryFile
	if daySummaryStatus not = "00"
			and daySummaryStatus not = "05"
		move "ROMANSUM COULD NOT BE OPENED FOR BUILD -- NOTHING WRITTEN"
			to reportRecord
		write reportRecord
		move 'Y' to buildFailedSwitch
		close daySummaryFile
		exit paragraph
	end-if
	close daySummaryFile
	open i-o daySummaryFile

	open input auditFile
	if auditFileStatus not = "00"
		move "ROMANAUD COULD NOT BE OPENED -- SUMMARY LEFT EMPTY"
			to reportRecord
		write reportRecord
		move 'Y' to buildFailedSwitch
		close auditFile
		close daySummaryFile
		exit paragraph
	end-if
	read auditFile
		at end move high-values to auditRecord
	end-read
	perform until auditRecord = high-values
		move auditRecord to auditLineParse
		add 1 to auditReadCount
		if auditParseRunDate is numeric
			perform parse-line-values
			perform post-trail-line
		end-if
		read auditFile
			at end move high-values to auditRecord
		end-read
	end-perform
	close auditFile
	close daySummaryFile.

*> The parsed line's run date, whole result, and twelfths as
*> numbers, and its reason when it is a reject
parse-line-values.
	move auditParseRunDate to lineRunDate
	move auditParseResult to lineResultText
	inspect lineResultText replacing leading spaces by zeros
	if lineResultText is not numeric
		move zeros to lineResultText
	end-if
	move 0 to lineTwelfths
	if auditParseFraction is numeric
		move auditParseFraction to lineTwelfths
	end-if
	move spaces to lineReason
	if auditParseStatus = "REJECTED"
		move "E???" to lineReason
		move 0 to reasonIdFoundIdx
		perform varying reasonIdIdx from 1 by 1
				until reasonIdIdx > reasonIdCount
				   or reasonIdFoundIdx > 0
			if reasonTableId(reasonIdIdx) = auditParseRecordId
				move reasonIdIdx to reasonIdFoundIdx
			end-if
		end-perform
		if reasonIdFoundIdx > 0
			move reasonTableCode(reasonIdFoundIdx) to lineReason
		end-if
	end-if.

*> Adds one trail line onto its summary entry, filing the entry
*> when it is the first line under that key
post-trail-line.
	perform set-line-key
	read daySummaryFile
		invalid key
			perform set-line-key
			move 0 to summaryCount
			move 0 to summaryValueTotal
			move 0 to summaryTwelfths
	end-read
	add 1 to summaryCount
	add lineResultValue to summaryValueTotal
	add lineTwelfths to summaryTwelfths
	rewrite daySummaryRecord
		invalid key
			write daySummaryRecord
				invalid key
					move 'Y' to buildFailedSwitch
				not invalid key
					add 1 to summaryWrittenCount
			end-write
	end-rewrite.

*> The summary key for the parsed trail line
set-line-key.
	move lineRunDate to summaryRunDate
	move auditParseRecordId(1:2) to summaryDeptPrefix
	move auditParseDirection to summaryDirection
	move auditParseStatus to summaryStatus
	move lineReason to summaryReason.

*> Check, side one -- the trail's lines for the date, rolled up
*> by prefix, direction, and status
tally-trail-date.
	open input auditFile
	if auditFileStatus not = "00"
		move "ROMANAUD COULD NOT BE OPENED -- NOTHING CHECKED"
			to reportRecord
		write reportRecord
		move 'Y' to discrepancySwitch
		close auditFile
		exit paragraph
	end-if
	read auditFile
		at end move high-values to auditRecord
	end-read
	perform until auditRecord = high-values
		move auditRecord to auditLineParse
		add 1 to auditReadCount
		if auditParseRunDate is numeric
			move auditParseRunDate to lineRunDate
			if lineRunDate = checkDate
				add 1 to auditDateCount
				perform parse-line-values
				move auditParseRecordId(1:2) to keyPrefix
				move auditParseDirection to keyDirection
				move auditParseStatus to keyStatus
				perform find-check-entry
				if checkFoundIdx > 0
					add 1 to checkTrailCount(checkFoundIdx)
					add lineResultValue to checkTrailValue(checkFoundIdx)
					add lineTwelfths to checkTrailTwelfths(checkFoundIdx)
				end-if
			end-if
		end-if
		read auditFile
			at end move high-values to auditRecord
		end-read
	end-perform
	close auditFile.

*> Check, side two -- the summary's entries for the date,
*> reached by key and read forward until the date changes
tally-summary-date.
	open input daySummaryFile
	if daySummaryStatus not = "00"
		move "ROMANSUM COULD NOT BE OPENED -- NOTHING CHECKED"
			to reportRecord
		write reportRecord
		move 'Y' to discrepancySwitch
		close daySummaryFile
		exit paragraph
	end-if
	move low-values to summaryKey
	move checkDate to summaryRunDate
	start daySummaryFile key is not less than summaryKey
		invalid key move high-values to daySummaryRecord
	end-start
	if daySummaryRecord not = high-values
		read daySummaryFile next
			at end move high-values to daySummaryRecord
		end-read
	end-if
	perform until daySummaryRecord = high-values
		if summaryRunDate not = checkDate
			move high-values to daySummaryRecord
		else
			add 1 to summaryReadCount
			move summaryDeptPrefix to keyPrefix
			move summaryDirection to keyDirection
			move summaryStatus to keyStatus
			perform find-check-entry
			if checkFoundIdx > 0
				add summaryCount to checkSumCount(checkFoundIdx)
				add summaryValueTotal to checkSumValue(checkFoundIdx)
				add summaryTwelfths to checkSumTwelfths(checkFoundIdx)
			end-if
			read daySummaryFile next
				at end move high-values to daySummaryRecord
			end-read
		end-if
	end-perform
	close daySummaryFile.

*> Finds (or opens) the check slot for keyPrefix, keyDirection,
*> and keyStatus.  A full table is a discrepancy in its own
*> right -- what was not tallied was not proved
find-check-entry.
	move 0 to checkFoundIdx
	perform varying checkIdx from 1 by 1
			until checkIdx > checkCount
			   or checkFoundIdx > 0
		if checkPrefix(checkIdx) = keyPrefix
				and checkDirection(checkIdx) = keyDirection
				and checkStatus(checkIdx) = keyStatus
			move checkIdx to checkFoundIdx
		end-if
	end-perform
	if checkFoundIdx = 0
		if checkCount < 500
			add 1 to checkCount
			move checkCount to checkFoundIdx
			move keyPrefix to checkPrefix(checkFoundIdx)
			move keyDirection to checkDirection(checkFoundIdx)
			move keyStatus to checkStatus(checkFoundIdx)
			move 0 to checkTrailCount(checkFoundIdx)
			move 0 to checkTrailValue(checkFoundIdx)
			move 0 to checkTrailTwelfths(checkFoundIdx)
			move 0 to checkSumCount(checkFoundIdx)
			move 0 to checkSumValue(checkFoundIdx)
			move 0 to checkSumTwelfths(checkFoundIdx)
		else
			add 1 to checkDropCount
			move 'Y' to discrepancySwitch
		end-if
	end-if.

*> Check, the verdict -- one line per entry with both sides,
*> AGREES only when the count, the value total, and the
*> twelfths total all match
compare-date-totals.
	move reportCheckColumns to reportRecord
	write reportRecord
	if checkCount = 0
		move "NOTHING ON THE TRAIL OR THE SUMMARY FOR THIS DATE"
			to reportRecord
		write reportRecord
	end-if
	perform varying checkIdx from 1 by 1
			until checkIdx > checkCount
		move checkPrefix(checkIdx) to reportCheckPrefix
		move checkDirection(checkIdx) to reportCheckDirection
		move checkStatus(checkIdx) to reportCheckStatus
		move checkTrailCount(checkIdx) to reportCheckTrailCount
		move checkSumCount(checkIdx) to reportCheckSumCount
		move checkTrailValue(checkIdx) to reportCheckTrailValue
		move checkSumValue(checkIdx) to reportCheckSumValue
		if checkTrailCount(checkIdx) = checkSumCount(checkIdx)
				and checkTrailValue(checkIdx) = checkSumValue(checkIdx)
				and checkTrailTwelfths(checkIdx)
					= checkSumTwelfths(checkIdx)
			move "AGREES" to reportCheckVerdict
		else
			move "DIFFERS" to reportCheckVerdict
			add 1 to mismatchCount
			move 'Y' to discrepancySwitch
		end-if
		move reportCheckLine to reportRecord
		write reportRecord
	end-perform
	if checkDropCount > 0
		move spaces to reportRecord
		string "CHECK TABLE FULL -- " delimited by size
				checkDropCount delimited by size
				" LINE(S) OR ENTRIES NOT COMPARED" delimited by size
			into reportRecord
		end-string
		write reportRecord
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
