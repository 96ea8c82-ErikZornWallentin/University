identification division.
program-id.  a3feed.
author.  Erik Zorn-Wallentin.
*> Expected-feed check -- the run-control registry records every
*> batch that did arrive, but nothing knew which batches should
*> have, so a department whose feed silently failed to show was
*> found out when the department called days later.  This pass
*> reads the submission calendar (FEEDCAL) -- per department
*> prefix, the weekdays it submits on and the cutoff time it
*> submits by -- and compares one submission date's ROMANRUN
*> entries against it.  Each calendar department comes out ON
*> TIME, LATE, MISSING, or UNEXPECTED (a batch on a day it is not
*> scheduled), and the return code is set so the scheduler can
*> page before the morning window closes.  Departments holding a
*> slot on the number-range register with no calendar card are
*> listed too, since nobody is watching for their feed.  A
*> check date the business calendar (ROMANBDT) marks as a
*> holiday is a non-business day: nothing is due on it, so no
*> feed can be missing.


environment division.
input-output section.
file-control.
    select calendarFile assign to "FEEDCAL"
		 organization is line sequential
		 file status is calendarFileStatus.

    select rangeFile assign to "ROMANNRR"
		 organization is line sequential
		 file status is rangeFileStatus.

    select runControlFile assign to "ROMANRUN"
		 organization is indexed
		 access is sequential
		 record key is runControlKey
		 file status is runControlStatus.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

data division.
file section.
fd calendarFile.

*> One submission calendar card per department, fixed columns:
*>   1-2   department prefix, as on the record ids it is minted
*>   4-10  seven Y/N flags, Monday through Sunday, for the days
*>         the department submits on
*>   12-15 cutoff time, HHMM, its batch must be on the registry by
*>   17-36 department name for the report
*> '*' in column 1 makes the card a comment
01 calendarRecord.
   02  calendarDeptCode    pic x(02).
   02  filler              pic x(01).
   02  calendarDayFlags    pic x(07).
   02  filler              pic x(01).
   02  calendarCutoff      pic x(04).
   02  filler              pic x(01).
   02  calendarDeptName    pic x(20).
   02  filler              pic x(44).

fd rangeFile.

*> The controlled number-range register -- only the department
*> prefix is wanted here, to spot a department nobody set a
*> calendar up for
01 rangeRecord.
   02  rangeDeptCode       pic x(02).
   02  filler              pic x(14).

fd runControlFile.

*> Run-control registry -- one record per batch id, laid out
*> exactly as the calculator writes it.  A batch counts as
*> arrived on the business date its start stamp carries,
*> whatever state it finished in; when it arrived is judged on
*> the clock date kept beside the stamp, so a batch that came
*> in after midnight while the business day was still open is
*> seen as the day-late arrival it was
01 runControlRecord.
   02  runControlKey       pic x(08).
   02  runControlState     pic x(01).
   02  runControlStartStamp pic x(14).
   02  runControlEndStamp  pic x(14).
   02  runControlMode      pic x(01).
   02  runControlCount     pic 9(07).
   02  runControlRc        pic 9(02).
   02  runControlTicket    pic x(08).
   02  runControlClockDate pic x(08).

fd businessDateFile.

*> The business date control file a3eod rolls each night -- its
*> CTL line (current, prior, and next business dates), and the
*> HOL lines naming the holidays on the business calendar
01 businessDateRecord.
   02  businessDateType    pic x(03).
   02  filler              pic x(01).
   02  businessDateCurrent pic 9(08).
   02  filler              pic x(01).
   02  businessDatePrior   pic 9(08).
   02  filler              pic x(01).
   02  businessDateNext    pic 9(08).
   02  filler              pic x(50).

01 holidayRecord.
   02  holidayType         pic x(03).
   02  filler              pic x(01).
   02  holidayDate         pic 9(08).
   02  filler              pic x(01).
   02  holidayDescription  pic x(30).
   02  filler              pic x(37).

fd reportFile.

*> Printed expected-feed report
01 reportRecord            pic x(80).

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

*> The HOL dates off the business calendar, and whether the
*> check date is one of them
	01  holidayTable.
		05  holidayEntry occurs 500 times.
			10  holidayTableDate     pic 9(08).
			10  holidayTableDescription pic x(30).

	77  holidayCount         pic 9(03) value 0.
	77  holidayIdx           pic 9(03) value 0.
	77  holidayDropCount     pic 9(05) value 0.
	77  nonBusinessDaySwitch pic x value 'N'.
		88  nonBusinessDay     value 'Y'.

	77  calendarFileStatus   pic xx value spaces.
	77  rangeFileStatus      pic xx value spaces.
	77  runControlStatus     pic xx value spaces.

*> The submission date being checked -- off the PARM, or the
*> current business date when the PARM is absent, since the
*> check normally runs in the same morning window as the feeds
*> it is watching for
	77  checkDate            pic 9(08) value 0.
	77  parmErrorSwitch      pic x value 'N'.
		88  parmInvalid        value 'Y'.

	01  checkDateParts.
		05  checkYear          pic 9(04).
		05  checkMonth         pic 9(02).
		05  checkDay           pic 9(02).

*> Day of the week for the check date, worked out with Zeller's
*> congruence -- 1 is Monday through 7 for Sunday, the same order
*> the calendar card's flags run in
	77  weekdayNumber        pic 9(01) value 0.
	77  zellerMonth          pic 9(02) value 0.
	77  zellerYear           pic 9(04) value 0.
	77  zellerCentury        pic 9(02) value 0.
	77  zellerYearOfCentury  pic 9(02) value 0.
	77  zellerSum            pic 9(05) value 0.
	77  zellerQuotient       pic 9(05) value 0.
	77  zellerTerm           pic 9(05) value 0.
	77  zellerRemainder      pic 9(01) value 0.

	01  weekdayNameValues.
		05  filler          pic x(09) value "MONDAY".
		05  filler          pic x(09) value "TUESDAY".
		05  filler          pic x(09) value "WEDNESDAY".
		05  filler          pic x(09) value "THURSDAY".
		05  filler          pic x(09) value "FRIDAY".
		05  filler          pic x(09) value "SATURDAY".
		05  filler          pic x(09) value "SUNDAY".
	01  weekdayNameTable redefines weekdayNameValues.
		05  weekdayName     pic x(09) occurs 7 times.

*> The calendar, with what the registry showed for each
*> department on the check date
	01  calendarTable.
		05  calendarEntry occurs 50 times.
			10  calendarTableDept    pic x(02).
			10  calendarTableName    pic x(20).
			10  calendarTableFlags   pic x(07).
			10  calendarTableCutoff  pic 9(04).
			10  calendarTableBatches pic 9(03).
			10  calendarTableFirstStamp pic x(14).
			10  calendarTableFirstBatch pic x(08).

	77  calendarCount        pic 9(02) value 0.
	77  calendarIdx          pic 9(02) value 0.
	77  calendarFoundIdx     pic 9(02) value 0.
	77  calendarDropCount    pic 9(03) value 0.
	77  calendarBadCount     pic 9(03) value 0.

	77  cutoffStamp          pic 9(06) value 0.
	77  arrivalStamp         pic 9(06) value 0.
	77  arrivalDate          pic x(08) value spaces.

*> A batch's arrival by the clock -- clock date and start time.
*> A registry entry from before the clock date was kept falls
*> back on its business date
	01  arrivalClockStamp.
		05  arrivalClockDate   pic x(08).
		05  arrivalClockTime   pic x(06).
	77  unattributedCount    pic 9(05) value 0.
	77  unwatchedCount       pic 9(03) value 0.

	77  onTimeCount          pic 9(03) value 0.
	77  lateCount            pic 9(03) value 0.
	77  missingCount         pic 9(03) value 0.
	77  unexpectedCount      pic 9(03) value 0.
	77  notScheduledCount    pic 9(03) value 0.

*> Report layouts -- built in working storage and moved into the
*> print line before each write, the same way the calculator's
*> report does
	01  reportHeadingLine.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR EXPECTED-FEED CHECK".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportDateLine.
		05  filler          pic x(25) value
			"SUBMISSION DATE CHECKED: ".
		05  reportCheckDate    pic 9(08).
		05  filler          pic x(02) value spaces.
		05  reportCheckWeekday pic x(09).
		05  filler          pic x(36) value spaces.

	01  reportColumnLine.
		05  filler          pic x(80) value
			"DEPT  NAME                 DUE  CUTOFF  BATCHES  ARRIVED FIRST ID  STATUS".

	01  reportDeptLine.
		05  reportDeptCode     pic x(02).
		05  filler          pic x(04) value spaces.
		05  reportDeptName     pic x(20).
		05  filler          pic x(01) value spaces.
		05  reportDeptDue      pic x(03).
		05  filler          pic x(02) value spaces.
		05  reportDeptCutoff   pic x(04).
		05  filler          pic x(08) value spaces.
		05  reportDeptBatches  pic zz9.
		05  filler          pic x(02) value spaces.
		05  reportDeptFirstIn  pic x(06).
		05  filler          pic x(02) value spaces.
		05  reportDeptFirstId  pic x(08).
		05  filler          pic x(02) value spaces.
		05  reportDeptStatus   pic x(13).

	01  reportNoteLine.
		05  filler          pic x(04) value spaces.
		05  reportNoteText     pic x(76).

	01  reportTrailerLine.
		05  filler          pic x(09) value "ON TIME: ".
		05  reportTotalOnTime  pic zz9.
		05  filler          pic x(08) value "  LATE: ".
		05  reportTotalLate    pic zz9.
		05  filler          pic x(11) value "  MISSING: ".
		05  reportTotalMissing pic zz9.
		05  filler          pic x(14) value "  UNEXPECTED: ".
		05  reportTotalUnexpected pic zz9.
		05  filler          pic x(16) value "  NOT SCHEDULED:".
		05  reportTotalNotDue  pic zz9.
		05  filler          pic x(07) value spaces.

	01  blankLine              pic x(80) value spaces.

*> PARM -- 'yyyymmdd' names the submission date to check; an
*> empty PARM checks the current business date
linkage section.
01  runProgramParameter.
	05  runProgramParameterLength  pic s9(4) comp.
	05  runProgramParameterValue   pic x(80).

procedure division using runProgramParameter.

begin.
	move 'N' to parmErrorSwitch
	perform load-business-date
	if runProgramParameterLength = 0
		move businessDate to checkDate
	else
		if runProgramParameterLength >= 8
				and runProgramParameterValue(1:8) is numeric
			move runProgramParameterValue(1:8) to checkDate
		else
			move 'Y' to parmErrorSwitch
		end-if
	end-if

	open output reportFile
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR EXPECTED-FEED CHECK ******"

	if parmInvalid
		move "RUN PARAMETER INVALID -- EXPECTED YYYYMMDD" to reportRecord
		write reportRecord
		display "Run parameter invalid -- expected yyyymmdd"
		close reportFile
		move 8 to return-code
		stop run
	end-if

	if checkDate = 0
		move "BUSINESS DATE NOT AVAILABLE -- NAME THE DATE ON THE PARM"
			to reportRecord
		write reportRecord
		display "*** BUSINESS DATE CONTROL NOT AVAILABLE ***"
		close reportFile
		move 8 to return-code
		stop run
	end-if

	perform compute-day-of-week
	move checkDate to reportCheckDate
	move weekdayName(weekdayNumber) to reportCheckWeekday
	move reportDateLine to reportRecord
	write reportRecord
	perform find-holiday
	move blankLine to reportRecord
	write reportRecord

	perform load-feed-calendar
	if calendarCount = 0
		move "NO USABLE CALENDAR CARDS ON FEEDCAL -- NOTHING CHECKED"
			to reportRecord
		write reportRecord
		display "*** NO SUBMISSION CALENDAR -- NOTHING CHECKED ***"
		close reportFile
		move 8 to return-code
		stop run
	end-if

	perform scan-registry-arrivals

	move reportColumnLine to reportRecord
	write reportRecord
	perform varying calendarIdx from 1 by 1
			until calendarIdx > calendarCount
		perform report-department-feed
	end-perform

	perform report-unwatched-departments

	move blankLine to reportRecord
	write reportRecord
	if unattributedCount > 0
		move spaces to reportRecord
		string "BATCHES ON THE REGISTRY FOR THE DATE UNDER NO"
				delimited by size
				" CALENDAR PREFIX: " delimited by size
				unattributedCount delimited by size
			into reportRecord
		end-string
		write reportRecord
	end-if
	move onTimeCount to reportTotalOnTime
	move lateCount to reportTotalLate
	move missingCount to reportTotalMissing
	move unexpectedCount to reportTotalUnexpected
	move notScheduledCount to reportTotalNotDue
	move reportTrailerLine to reportRecord
	write reportRecord

	close reportFile

	*> A missing feed is the page-the-on-call condition; a late
	*> or unscheduled one is worth a look but the data is here
	if missingCount > 0
		display "*** EXPECTED FEED(S) MISSING -- SEE REPORT ***"
		move 8 to return-code
	else
		if lateCount > 0 or unexpectedCount > 0
				or calendarBadCount > 0
			display "*** LATE OR UNEXPECTED FEED(S) -- SEE REPORT ***"
			move 4 to return-code
		else
			move 0 to return-code
		end-if
	end-if

	stop run.

*> Zeller's congruence on the check date -- January and February
*> count as months 13 and 14 of the year before.  The result
*> runs 0 for Saturday through 6 for Friday and is turned round
*> to 1 for Monday through 7 for Sunday
compute-day-of-week.
	move checkDate to checkDateParts
	move checkMonth to zellerMonth
	move checkYear to zellerYear
	if zellerMonth < 3
		add 12 to zellerMonth
		subtract 1 from zellerYear
	end-if
	divide zellerYear by 100 giving zellerCentury
		remainder zellerYearOfCentury

	move checkDay to zellerSum
	compute zellerTerm = 13 * (zellerMonth + 1)
	divide zellerTerm by 5 giving zellerQuotient
	add zellerQuotient to zellerSum
	add zellerYearOfCentury to zellerSum
	divide zellerYearOfCentury by 4 giving zellerQuotient
	add zellerQuotient to zellerSum
	divide zellerCentury by 4 giving zellerQuotient
	add zellerQuotient to zellerSum
	compute zellerTerm = 5 * zellerCentury
	add zellerTerm to zellerSum
	divide zellerSum by 7 giving zellerQuotient
		remainder zellerRemainder

	add 5 to zellerRemainder giving zellerSum
	divide zellerSum by 7 giving zellerQuotient
		remainder weekdayNumber
	add 1 to weekdayNumber.

*> Pulls the calendar cards into the table.  A card whose flags
*> or cutoff will not read is reported and left off -- a
*> department with a broken card is not being watched, which is
*> worth a return code of its own
load-feed-calendar.
	open input calendarFile
	if calendarFileStatus not = "00"
		close calendarFile
		exit paragraph
	end-if
	read calendarFile
		at end move high-values to calendarRecord
	end-read
	perform until calendarRecord = high-values
		if calendarRecord(1:1) not = '*'
				and calendarDeptCode not = spaces
			inspect calendarDayFlags
				converting "yn" to "YN"
			if calendarCutoff is not numeric
					or calendarCutoff > "2359"
					or calendarCutoff(3:2) > "59"
					or calendarDayFlags = spaces
				add 1 to calendarBadCount
				move spaces to reportNoteText
				string "CALENDAR CARD IGNORED -- FLAGS OR CUTOFF"
						delimited by size
						" UNREADABLE: " delimited by size
						calendarDeptCode delimited by size
					into reportNoteText
				end-string
				move reportNoteLine to reportRecord
				write reportRecord
			else
				if calendarCount < 50
					add 1 to calendarCount
					move calendarDeptCode
						to calendarTableDept(calendarCount)
					move calendarDeptName
						to calendarTableName(calendarCount)
					move calendarDayFlags
						to calendarTableFlags(calendarCount)
					move calendarCutoff
						to calendarTableCutoff(calendarCount)
					move 0 to calendarTableBatches(calendarCount)
					move spaces
						to calendarTableFirstStamp(calendarCount)
					move spaces
						to calendarTableFirstBatch(calendarCount)
				else
					add 1 to calendarDropCount
					add 1 to calendarBadCount
				end-if
			end-if
		end-if
		read calendarFile
			at end move high-values to calendarRecord
		end-read
	end-perform
	close calendarFile

	if calendarDropCount > 0
		move spaces to reportNoteText
		string "CALENDAR TABLE FULL -- " delimited by size
				calendarDropCount delimited by size
				" CARD(S) NOT CARRIED" delimited by size
			into reportNoteText
		end-string
		move reportNoteLine to reportRecord
		write reportRecord
	end-if.

find-calendar-entry.
	move 0 to calendarFoundIdx
	perform varying calendarIdx from 1 by 1
			until calendarIdx > calendarCount
			   or calendarFoundIdx > 0
		if calendarTableDept(calendarIdx) = runControlKey(1:2)
			move calendarIdx to calendarFoundIdx
		end-if
	end-perform.

*> Front-to-back pass over the run-control registry -- every
*> batch whose start stamp carries the check date is credited to
*> the calendar department its batch id prefix names, keeping the
*> earliest arrival, which is the one the cutoff is judged on
scan-registry-arrivals.
	open input runControlFile
	if runControlStatus not = "00"
		move "ROMANRUN COULD NOT BE OPENED -- NO ARRIVALS SEEN"
			to reportRecord
		write reportRecord
		close runControlFile
		exit paragraph
	end-if
	read runControlFile next
		at end move high-values to runControlRecord
	end-read
	perform until runControlRecord = high-values
		if runControlStartStamp(1:8) = checkDate
			perform find-calendar-entry
			if calendarFoundIdx > 0
				add 1 to calendarTableBatches(calendarFoundIdx)
				if runControlClockDate is numeric
					move runControlClockDate to arrivalClockDate
				else
					move runControlStartStamp(1:8) to arrivalClockDate
				end-if
				move runControlStartStamp(9:6) to arrivalClockTime
				if calendarTableFirstStamp(calendarFoundIdx) = spaces
						or arrivalClockStamp
							< calendarTableFirstStamp(calendarFoundIdx)
					move arrivalClockStamp
						to calendarTableFirstStamp(calendarFoundIdx)
					move runControlKey
						to calendarTableFirstBatch(calendarFoundIdx)
				end-if
			else
				add 1 to unattributedCount
			end-if
		end-if
		read runControlFile next
			at end move high-values to runControlRecord
		end-read
	end-perform
	close runControlFile.

*> One line per calendar department with its verdict
report-department-feed.
	move spaces to reportDeptLine
	move calendarTableDept(calendarIdx) to reportDeptCode
	move calendarTableName(calendarIdx) to reportDeptName
	move calendarTableCutoff(calendarIdx) to reportDeptCutoff
	move calendarTableBatches(calendarIdx) to reportDeptBatches
	move calendarTableFirstStamp(calendarIdx)(9:6) to reportDeptFirstIn
	move calendarTableFirstBatch(calendarIdx) to reportDeptFirstId

	*> On a holiday nothing is due -- a department that would
	*> have submitted that weekday shows HOL, and one that sent
	*> a batch anyway is reported UNEXPECTED like any other day
	*> it is not scheduled
	if calendarTableFlags(calendarIdx)(weekdayNumber:1) = 'Y'
			and not nonBusinessDay
		move "YES" to reportDeptDue
		if calendarTableBatches(calendarIdx) = 0
			move "MISSING" to reportDeptStatus
			add 1 to missingCount
		else
			*> Late by the clock: a first batch on a later day
			*> than the one checked, or on the day after the cutoff
			compute cutoffStamp = calendarTableCutoff(calendarIdx) * 100
			move calendarTableFirstStamp(calendarIdx)(1:8)
				to arrivalDate
			move calendarTableFirstStamp(calendarIdx)(9:6)
				to arrivalStamp
			if arrivalDate > checkDate
					or (arrivalDate = checkDate
						and arrivalStamp > cutoffStamp)
				move "LATE" to reportDeptStatus
				add 1 to lateCount
			else
				move "ON TIME" to reportDeptStatus
				add 1 to onTimeCount
			end-if
		end-if
	else
		if calendarTableFlags(calendarIdx)(weekdayNumber:1) = 'Y'
			move "HOL" to reportDeptDue
		else
			move "NO" to reportDeptDue
		end-if
		if calendarTableBatches(calendarIdx) = 0
			move "NOT SCHEDULED" to reportDeptStatus
			add 1 to notScheduledCount
		else
			move "UNEXPECTED" to reportDeptStatus
			add 1 to unexpectedCount
		end-if
	end-if

	move reportDeptLine to reportRecord
	write reportRecord
	if calendarTableBatches(calendarIdx) > 0
			and calendarTableFirstStamp(calendarIdx)(1:8)
				not = checkDate
		move spaces to reportNoteText
		string "FIRST BATCH ARRIVED BY THE CLOCK ON " delimited by size
				calendarTableFirstStamp(calendarIdx)(1:8)
					delimited by size
				" AT " delimited by size
				calendarTableFirstStamp(calendarIdx)(9:6)
					delimited by size
			into reportNoteText
		end-string
		move reportNoteLine to reportRecord
		write reportRecord
	end-if.

*> Every department holding a slot on the number-range register
*> can send a feed, so one with no calendar card is named -- its
*> feed could go missing and this check would never say so
report-unwatched-departments.
	open input rangeFile
	if rangeFileStatus not = "00"
		close rangeFile
		exit paragraph
	end-if
	read rangeFile
		at end move high-values to rangeRecord
	end-read
	perform until rangeRecord = high-values
		move 0 to calendarFoundIdx
		perform varying calendarIdx from 1 by 1
				until calendarIdx > calendarCount
				   or calendarFoundIdx > 0
			if calendarTableDept(calendarIdx) = rangeDeptCode
				move calendarIdx to calendarFoundIdx
			end-if
		end-perform
		if calendarFoundIdx = 0 and rangeDeptCode not = spaces
			if unwatchedCount = 0
				move blankLine to reportRecord
				write reportRecord
			end-if
			add 1 to unwatchedCount
			move spaces to reportNoteText
			string "ON THE NUMBER-RANGE REGISTER WITH NO CALENDAR CARD: "
					delimited by size
					rangeDeptCode delimited by size
				into reportNoteText
			end-string
			move reportNoteLine to reportRecord
			write reportRecord
		end-if
		read rangeFile
			at end move high-values to rangeRecord
		end-read
	end-perform
	close rangeFile.

*> Picks the business date off the control file's CTL line for
*> the run and for the report's date line, and pulls the HOL
*> lines into the holiday table the way a3eod reads them
load-business-date.
	move 0 to businessDate
	open input businessDateFile
	if businessDateStatus = "00"
		read businessDateFile
			at end move high-values to businessDateRecord
		end-read
		perform until businessDateRecord = high-values
			if businessDateType = "CTL" and businessDate = 0
				if businessDateCurrent is numeric
					move businessDateCurrent to businessDate
				end-if
			else
				if holidayType = "HOL" and holidayDate is numeric
					if holidayCount < 500
						add 1 to holidayCount
						move holidayDate to holidayTableDate(holidayCount)
						move holidayDescription
							to holidayTableDescription(holidayCount)
					else
						add 1 to holidayDropCount
					end-if
				end-if
			end-if
			read businessDateFile
				at end move high-values to businessDateRecord
			end-read
		end-perform
	end-if
	close businessDateFile
	if businessDate = 0
		move "NOT AVAILABLE" to reportBusinessDate
	else
		move businessDate to reportBusinessDate
	end-if.

*> Looks the check date up on the holiday table and says so
*> under the date line when it is a non-business day.  A
*> calendar too big for the table is reported, since a holiday
*> past the end of it would not be recognized
find-holiday.
	move 'N' to nonBusinessDaySwitch
	perform varying holidayIdx from 1 by 1
			until holidayIdx > holidayCount
			   or nonBusinessDay
		if holidayTableDate(holidayIdx) = checkDate
			move 'Y' to nonBusinessDaySwitch
			move spaces to reportNoteText
			string "NON-BUSINESS DAY -- " delimited by size
					holidayTableDescription(holidayIdx)
						delimited by "  "
					" -- NO FEED IS DUE" delimited by size
				into reportNoteText
			end-string
			move reportNoteLine to reportRecord
			write reportRecord
		end-if
	end-perform
	if holidayDropCount > 0
		move spaces to reportNoteText
		string "HOLIDAY TABLE FULL -- " delimited by size
				holidayDropCount delimited by size
				" HOL LINE(S) ON ROMANBDT NOT CARRIED" delimited by size
			into reportNoteText
		end-string
		move reportNoteLine to reportRecord
		write reportRecord
	end-if.
