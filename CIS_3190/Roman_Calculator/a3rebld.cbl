		 organization is line sequential
		 file status is auditSeqFileStatus.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.


*> The audit trail -- the durable truth the registries are
*> proved against and rebuilt from
01 auditRecord             pic x(88).

fd recycleFile.

01 auditSeqRecord.
   02  auditSeqLastSeq     pic 9(07).

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

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  auditFileStatus      pic xx value spaces.
	77  recycleFileStatus    pic xx value spaces.
	77  processedIdStatus    pic xx value spaces.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR REGISTRY VERIFY AND REBUILD".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportModeLine.
		05  filler          pic x(10) value "RUN MODE: ".
		05  reportModeText     pic x(70).
	end-if

	open output reportFile
	perform load-business-date
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR REGISTRY VERIFY/REBUILD ******"
	move "REBUILT IN STEP" to reportSeqVerdict
	move reportSeqLine to reportRecord
	write reportRecord.

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
