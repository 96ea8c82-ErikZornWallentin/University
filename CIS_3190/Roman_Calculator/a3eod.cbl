identification division.
program-id.  a3eod.
author.  Erik Zorn-Wallentin.
*> End-of-day business date roll -- every program in the system
*> takes its processing date off the business date control file
*> (ROMANBDT) rather than the system clock, so a run that slips
*> past midnight, or a rerun the next morning, still files its
*> work under the day it belongs to.  This pass is the only thing
*> that moves that date.  It reads the balancing certificate
*> a3bal leaves on BALCERT and, only when the certificate is for
*> the current business date and the day and every batch on it
*> certified BALANCED, rolls the control record forward: the
*> current date becomes the prior date, the next business day
*> becomes current, and a fresh next date is worked out from the
*> calendar -- Saturdays, Sundays, and every HOL line on the file
*> are non-business days.  Anything else leaves the date where it
*> is and says why, so a day that has not balanced cannot be put
*> behind the system by accident.


environment division.
input-output section.
file-control.
    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select certificateFile assign to "BALCERT"
		 organization is line sequential
		 file status is certificateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

data division.
file section.
fd businessDateFile.

*> The business date control file -- one CTL line with the
*> current, prior, and next business dates, then the calendar:
*> one HOL line per non-business day other than a weekend, with
*> a description.  '*' lines are comments and are kept as they
*> stand
01 businessDateRecord.
   02  businessDateType    pic x(03).
   02  filler              pic x(01).
   02  businessDateCurrent pic 9(08).
   02  filler              pic x(01).
   02  businessDatePrior   pic 9(08).
   02  filler              pic x(01).
   02  businessDateNext    pic 9(08).
   02  filler              pic x(50).

01 calendarRecord.
   02  calendarType        pic x(03).
   02  filler              pic x(01).
   02  calendarDate        pic 9(08).
   02  filler              pic x(01).
   02  calendarDescription pic x(30).
   02  filler              pic x(37).

01 businessDateLine        pic x(80).

fd certificateFile.

*> The balancing certificate in machine-readable form, exactly
*> as a3bal lays it down -- one BAT line per batch certified,
*> then one DAY line with the overall verdict
01 certificateRecord.
   02  certificateType     pic x(03).
   02  filler              pic x(01).
   02  certificateDate     pic 9(08).
   02  filler              pic x(01).
   02  certificateBatchId  pic x(08).
   02  filler              pic x(01).
   02  certificateVerdict  pic x(14).
   02  filler              pic x(44).

fd reportFile.

*> Printed end-of-day report
01 reportRecord            pic x(80).

working-storage section.

	77  businessDateStatus   pic xx value spaces.
	77  certificateStatus    pic xx value spaces.

*> The control record as read, and the dates it rolls to
	77  controlFoundSwitch   pic x value 'N'.
		88  controlFound       value 'Y'.
	77  oldCurrentDate       pic 9(08) value 0.
	77  oldPriorDate         pic 9(08) value 0.
	77  oldNextDate          pic 9(08) value 0.
	77  newCurrentDate       pic 9(08) value 0.
	77  newPriorDate         pic 9(08) value 0.
	77  newNextDate          pic 9(08) value 0.

*> Every line on the file other than the CTL line, written back
*> behind the new CTL line exactly as read
	01  controlLineTable.
		05  controlLineEntry occurs 1000 times pic x(80).

	77  controlLineCount     pic 9(04) value 0.
	77  controlLineIdx       pic 9(04) value 0.
	77  controlLineDropCount pic 9(05) value 0.

*> The HOL dates off the calendar
	01  holidayTable.
		05  holidayEntry occurs 500 times pic 9(08).

	77  holidayCount         pic 9(03) value 0.
	77  holidayIdx           pic 9(03) value 0.
	77  holidayDropCount     pic 9(05) value 0.

*> The certificate as read -- the DAY line's date and verdict,
*> and how many batch lines were not BALANCED
	77  dayFoundSwitch       pic x value 'N'.
		88  dayCertified       value 'Y'.
	77  dayCertificateDate   pic 9(08) value 0.
	77  dayCertificateVerdict pic x(14) value spaces.
	77  batchCount           pic 9(03) value 0.
	77  batchOutCount        pic 9(03) value 0.

	77  rollableSwitch       pic x value 'N'.
		88  dayRollable        value 'Y'.
	77  holdReasonText       pic x(60) value spaces.

*> The date being stepped forward a day at a time, and the day
*> number it is tested for the weekday with -- the same
*> March-based count the calculator's fingerprint window uses
	01  dayNumberDate.
		05  dayNumberYear    pic 9(04).
		05  dayNumberMonth   pic 9(02).
		05  dayNumberDay     pic 9(02).
	77  dayNumberYearWork    pic 9(04) value 0.
	77  dayNumberMonthWork   pic 9(02) value 0.
	77  dayNumberPart        pic 9(07) value 0.
	77  dayNumber            pic 9(07) value 0.
	77  dayOfWeek            pic 9(01) value 0.
	77  dayStepCount         pic 9(03) value 0.
	77  businessDaySwitch    pic x value 'N'.
		88  businessDayFound   value 'Y'.

	01  monthLengthValues.
		05  filler          pic x(24) value "312831303130313130313031".
	01  monthLengthTable redefines monthLengthValues.
		05  monthLength occurs 12 times pic 9(02).
	77  monthLengthNow       pic 9(02) value 0.
	77  leapRemainder        pic 9(03) value 0.

*> Report layouts -- built in working storage and moved into the
*> print line before each write, the same way the calculator's
*> report does
	01  reportHeadingLine.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR END-OF-DAY BUSINESS DATE ROLL".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic 9(08).
		05  filler          pic x(09) value "  PRIOR: ".
		05  reportPriorDate    pic 9(08).
		05  filler          pic x(08) value "  NEXT: ".
		05  reportNextDate     pic 9(08).
		05  filler          pic x(24) value spaces.

	01  reportCertificateLine.
		05  filler          pic x(18) value "CERTIFICATE DATE: ".
		05  reportCertificateDate pic 9(08).
		05  filler          pic x(04) value spaces.
		05  filler          pic x(21) value "CERTIFICATE VERDICT: ".
		05  reportDayVerdict   pic x(14).
		05  filler          pic x(15) value spaces.

	01  reportRolledLine.
		05  filler          pic x(15) value "ROLLED TO:     ".
		05  reportNewCurrent   pic 9(08).
		05  filler          pic x(09) value "  PRIOR: ".
		05  reportNewPrior     pic 9(08).
		05  filler          pic x(08) value "  NEXT: ".
		05  reportNewNext      pic 9(08).
		05  filler          pic x(24) value spaces.

	01  reportOutcomeLine.
		05  filler          pic x(04) value "*** ".
		05  reportOutcomeText  pic x(72).
		05  filler          pic x(04) value " ***".

	01  blankLine              pic x(80) value spaces.

procedure division.

begin.
	open output reportFile
	move reportHeadingLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR END-OF-DAY ROLL ******"

	perform load-business-calendar
	if not controlFound
		move "ROMANBDT MISSING OR WITHOUT A VALID CTL LINE -- NOTHING ROLLED"
			to reportRecord
		write reportRecord
		display "*** BUSINESS DATE CONTROL NOT AVAILABLE ***"
		close reportFile
		move 12 to return-code
		stop run
	end-if

	move oldCurrentDate to reportBusinessDate
	move oldPriorDate to reportPriorDate
	move oldNextDate to reportNextDate
	move reportBusinessDateLine to reportRecord
	write reportRecord

	perform load-certificate
	move dayCertificateDate to reportCertificateDate
	if dayCertified
		move dayCertificateVerdict to reportDayVerdict
	else
		move "NONE" to reportDayVerdict
	end-if
	move reportCertificateLine to reportRecord
	write reportRecord
	move blankLine to reportRecord
	write reportRecord

	perform decide-roll
	if dayRollable
		perform work-out-new-dates
	end-if
	if dayRollable
		perform rewrite-business-calendar
	end-if

	if dayRollable
		move newCurrentDate to reportNewCurrent
		move newPriorDate to reportNewPrior
		move newNextDate to reportNewNext
		move reportRolledLine to reportRecord
		write reportRecord
		move spaces to reportOutcomeText
		string "BUSINESS DATE ROLLED FROM " delimited by size
				oldCurrentDate delimited by size
				" TO " delimited by size
				newCurrentDate delimited by size
			into reportOutcomeText
		end-string
		move 0 to return-code
	else
		move spaces to reportOutcomeText
		string "BUSINESS DATE NOT ROLLED -- " delimited by size
				holdReasonText delimited by "  "
			into reportOutcomeText
		end-string
		display "*** BUSINESS DATE NOT ROLLED ***"
		move 8 to return-code
	end-if
	move reportOutcomeLine to reportRecord
	write reportRecord

	close reportFile
	stop run.

*> Reads the whole control file -- the CTL line's dates, the HOL
*> dates into the calendar table, and every line but the CTL
*> line kept for the rewrite
load-business-calendar.
	open input businessDateFile
	if businessDateStatus not = "00"
		close businessDateFile
		exit paragraph
	end-if
	read businessDateFile
		at end move high-values to businessDateRecord
	end-read
	perform until businessDateRecord = high-values
		if businessDateType = "CTL" and not controlFound
			if businessDateCurrent is numeric
					and businessDatePrior is numeric
					and businessDateNext is numeric
				move 'Y' to controlFoundSwitch
				move businessDateCurrent to oldCurrentDate
				move businessDatePrior to oldPriorDate
				move businessDateNext to oldNextDate
			end-if
		else
			if calendarType = "HOL" and calendarDate is numeric
				if holidayCount < 500
					add 1 to holidayCount
					move calendarDate to holidayEntry(holidayCount)
				else
					add 1 to holidayDropCount
				end-if
			end-if
			if controlLineCount < 1000
				add 1 to controlLineCount
				move businessDateLine
					to controlLineEntry(controlLineCount)
			else
				add 1 to controlLineDropCount
			end-if
		end-if
		read businessDateFile
			at end move high-values to businessDateRecord
		end-read
	end-perform
	close businessDateFile.

*> Reads the certificate a3bal left behind -- the DAY line, and
*> a count of batch lines that were not BALANCED
load-certificate.
	open input certificateFile
	if certificateStatus not = "00"
		close certificateFile
		exit paragraph
	end-if
	read certificateFile
		at end move high-values to certificateRecord
	end-read
	perform until certificateRecord = high-values
		if certificateType = "DAY"
			move 'Y' to dayFoundSwitch
			move certificateDate to dayCertificateDate
			move certificateVerdict to dayCertificateVerdict
		end-if
		if certificateType = "BAT"
			add 1 to batchCount
			if certificateVerdict not = "BALANCED"
				add 1 to batchOutCount
			end-if
		end-if
		read certificateFile
			at end move high-values to certificateRecord
		end-read
	end-perform
	close certificateFile.

*> The day rolls only when its own certificate says BALANCED for
*> the day and every batch, and the control file could be read
*> in full so the rewrite loses nothing
decide-roll.
	move 'N' to rollableSwitch
	if not dayCertified
		move "NO BALANCING CERTIFICATE FOR THE DAY" to holdReasonText
		exit paragraph
	end-if
	if dayCertificateDate not = oldCurrentDate
		move spaces to holdReasonText
		string "CERTIFICATE IS FOR ANOTHER DAY (" delimited by size
				dayCertificateDate delimited by size
				")" delimited by size
			into holdReasonText
		end-string
		exit paragraph
	end-if
	if dayCertificateVerdict not = "BALANCED"
		move "DAY CERTIFIED OUT-OF-BALANCE" to holdReasonText
		exit paragraph
	end-if
	if batchOutCount > 0
		move spaces to holdReasonText
		string batchOutCount delimited by size
				" BATCH(ES) NOT CERTIFIED BALANCED" delimited by size
			into holdReasonText
		end-string
		exit paragraph
	end-if
	if controlLineDropCount > 0 or holidayDropCount > 0
		move "CONTROL FILE TOO LARGE TO READ IN FULL" to holdReasonText
		exit paragraph
	end-if
	move 'Y' to rollableSwitch.

*> The new dates -- the prior is the day just certified, the
*> current is the first business day after it as the calendar
*> stands tonight (a holiday added since the last roll moves it
*> past the stored next date), and the next is the first
*> business day after that
work-out-new-dates.
	move oldCurrentDate to newPriorDate
	move oldCurrentDate to dayNumberDate
	perform find-next-business-day
	if not businessDayFound
		move "CALENDAR LEAVES NO BUSINESS DAY IN A YEAR"
			to holdReasonText
		move 'N' to rollableSwitch
		exit paragraph
	end-if
	move dayNumberDate to newCurrentDate
	perform find-next-business-day
	if not businessDayFound
		move "CALENDAR LEAVES NO BUSINESS DAY IN A YEAR"
			to holdReasonText
		move 'N' to rollableSwitch
		exit paragraph
	end-if
	move dayNumberDate to newNextDate
	if newCurrentDate not = oldNextDate
		move spaces to reportRecord
		string "NEXT DATE RECOMPUTED FROM THE CALENDAR -- WAS "
				delimited by size
				oldNextDate delimited by size
			into reportRecord
		end-string
		write reportRecord
	end-if.

*> Steps dayNumberDate forward to the first business day after
*> it -- a year of non-business days in a row means a calendar
*> gone wrong, not a date to roll to
find-next-business-day.
	move 'N' to businessDaySwitch
	move 0 to dayStepCount
	perform until businessDayFound or dayStepCount > 366
		perform add-one-day
		add 1 to dayStepCount
		perform check-business-day
	end-perform.

*> One calendar day on, through month and year ends
add-one-day.
	move monthLength(dayNumberMonth) to monthLengthNow
	if dayNumberMonth = 2
		divide dayNumberYear by 4 giving dayNumberPart
			remainder leapRemainder
		if leapRemainder = 0
			move 29 to monthLengthNow
			divide dayNumberYear by 100 giving dayNumberPart
				remainder leapRemainder
			if leapRemainder = 0
				divide dayNumberYear by 400 giving dayNumberPart
					remainder leapRemainder
				if leapRemainder not = 0
					move 28 to monthLengthNow
				end-if
			end-if
		end-if
	end-if
	add 1 to dayNumberDay
	if dayNumberDay > monthLengthNow
		move 1 to dayNumberDay
		add 1 to dayNumberMonth
		if dayNumberMonth > 12
			move 1 to dayNumberMonth
			add 1 to dayNumberYear
		end-if
	end-if.

*> A business day is a weekday that is not on the calendar.  On
*> the March-based day count a remainder of 4 falls on a
*> Saturday and 5 on a Sunday
check-business-day.
	perform compute-day-number
	divide dayNumber by 7 giving dayNumberPart
		remainder dayOfWeek
	if dayOfWeek = 4 or dayOfWeek = 5
		move 'N' to businessDaySwitch
		exit paragraph
	end-if
	move 'Y' to businessDaySwitch
	perform varying holidayIdx from 1 by 1
			until holidayIdx > holidayCount
		if holidayEntry(holidayIdx) = dayNumberDate
			move 'N' to businessDaySwitch
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

*> Lays the file back down -- the rolled CTL line first, then
*> the calendar and comments exactly as they were read
rewrite-business-calendar.
	open output businessDateFile
	if businessDateStatus not = "00"
		move "ROMANBDT COULD NOT BE REWRITTEN" to holdReasonText
		move 'N' to rollableSwitch
		exit paragraph
	end-if
	move spaces to businessDateRecord
	move "CTL" to businessDateType
	move newCurrentDate to businessDateCurrent
	move newPriorDate to businessDatePrior
	move newNextDate to businessDateNext
	write businessDateRecord
	perform varying controlLineIdx from 1 by 1
			until controlLineIdx > controlLineCount
		move controlLineEntry(controlLineIdx) to businessDateLine
		write businessDateLine
	end-perform
	close businessDateFile.
