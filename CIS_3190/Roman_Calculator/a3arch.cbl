    select retrieveOutFile assign to "RETROUT"
		 organization is line sequential.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

fd auditFile.

*> The current audit trail, read start to finish in archive mode
01 auditRecord             pic x(88).

fd archiveOutFile.

*> Records older than the cutoff, rolled off to the dated
*> archive generation the JCL points this at
01 archiveOutRecord        pic x(88).

fd auditNewFile.

*> The compact replacement audit trail -- everything on or after
*> the cutoff, byte for byte as it was
01 auditNewRecord          pic x(88).

fd archiveInFile.

*> An archived generation, read start to finish in retrieve mode
01 archiveInRecord         pic x(88).

fd retrieveOutFile.

*> Retrieve mode's answer -- the archived records whose run date
*> falls inside the requested range
01 retrieveOutRecord       pic x(88).

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

*> The audit line's leading columns, exactly as the calculator
*> lays them down -- only the sequence and run date matter here,
*> and the run date is compared as the same 8 digit display
		05  filler          pic x(80) value
			"ROMAN CALCULATOR AUDIT TRAIL ARCHIVE".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportArchiveLine.
		05  filler          pic x(14) value "RECORDS READ:".
		05  reportTotalRead    pic z(06)9.

begin.
	open output reportFile
	perform load-business-date
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR AUDIT ARCHIVE ******"

	display "Retrieved " retrievedCount " of " readCount
		" archived audit records for " fromDate " thru " toDate.

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
