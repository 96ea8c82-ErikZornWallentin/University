*> acknowledged go on their own unmatched-records report and
*> drive a nonzero return code the scheduler can page on, so a
*> silently dropped file surfaces the next morning instead of at
*> month-end.  Before a single acknowledgment is matched, the
*> extract is recounted against the transmission manifest the
*> release step wrote beside it -- record count and integer hash
*> total -- so a reconciliation is never run against an extract
*> that is not the one released.


environment division.
input-output section.
file-control.
    select extractFile assign to "ROMANEXT"
		 organization is line sequential
		 file status is extractFileStatus.

    select manifestFile assign to "ROMANMAN"
		 organization is line sequential
		 file status is manifestFileStatus.

    select ackFile assign to "ROMANACK"
		 organization is line sequential.
    select unmatchedFile assign to "UNMATCH"
		 organization is line sequential.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

*> status, and direction
01 extractRecord           pic x(80).

fd manifestFile.

*> The transmission manifest the release step wrote with the
*> extract -- the MAN line carries the totals the release was
*> cut with; the BAT lines after it name the batches covered
01 manifestRecord.
   02  manifestType        pic x(03).
   02  filler              pic x(01).
   02  manifestDate        pic 9(08).
   02  filler              pic x(01).
   02  manifestCount       pic 9(07).
   02  filler              pic x(01).
   02  manifestHashTotal   pic 9(15).
   02  filler              pic x(01).
   02  manifestBatchCount  pic 9(03).
   02  filler              pic x(01).
   02  manifestMode        pic x(06).
   02  filler              pic x(01).
   02  manifestOperator    pic x(08).
   02  filler              pic x(24).

fd ackFile.

*> The downstream system's acknowledgments -- one line per
*> the morning chase
01 unmatchedRecord         pic x(80).

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

*> Printed control report of the reconciliation

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  extractFileStatus    pic xx value spaces.
	77  manifestFileStatus   pic xx value spaces.

*> The manifest's MAN line as read, and the extract's own totals
*> recounted to prove against it
	77  manifestFoundSwitch  pic x value 'N'.
		88  manifestFound      value 'Y'.
	77  manifestFailSwitch   pic x value 'N'.
		88  manifestFailed     value 'Y'.
	77  manifestBatchesSeen  pic 9(03) value 0.
	77  expectedLineCount    pic 9(07) value 0.
	77  expectedHashTotal    pic 9(15) value 0.
	77  expectedDate         pic 9(08) value 0.
	77  expectedMode         pic x(06) value spaces.
	77  recountLineCount     pic 9(07) value 0.
	77  recountHashTotal     pic 9(15) value 0.

*> Parsed fields off each extract line -- only the id and the
*> status matter here; a REJECTED line was never loadable, so
*> no acknowledgment is expected for it
	77  extractRecordId      pic x(08) value spaces.
	77  extractNumerals      pic x(33) value spaces.
	77  extractResultText    pic x(07) value spaces.
	77  extractResultValue redefines extractResultText pic 9(07).
	77  extractStatus        pic x(09) value spaces.

	77  ackRecordId          pic x(08) value spaces.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR EXTRACT ACKNOWLEDGMENT RECONCILIATION".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportColumnLine.
		05  filler          pic x(08) value "REC ID".
		05  filler          pic x(02) value spaces.
		05  reportTotalRejected pic z(06)9.
		05  filler          pic x(03) value spaces.

	01  reportManifestLine.
		05  filler          pic x(15) value "MANIFEST DATE: ".
		05  reportManifestDate pic 9(08).
		05  filler          pic x(02) value spaces.
		05  filler          pic x(06) value "LINES:".
		05  reportManifestCount pic z(06)9.
		05  filler          pic x(02) value spaces.
		05  filler          pic x(05) value "HASH:".
		05  reportManifestHash pic z(14)9.
		05  filler          pic x(02) value spaces.
		05  filler          pic x(08) value "RELEASE:".
		05  reportManifestMode pic x(06).
		05  filler          pic x(04) value spaces.

	01  reportRecountLine.
		05  filler          pic x(15) value "EXTRACT RECOUNT".
		05  filler          pic x(10) value spaces.
		05  filler          pic x(06) value "LINES:".
		05  reportRecountCount pic z(06)9.
		05  filler          pic x(02) value spaces.
		05  filler          pic x(05) value "HASH:".
		05  reportRecountHash  pic z(14)9.
		05  filler          pic x(02) value spaces.
		05  reportRecountVerdict pic x(18).

	01  unmatchedHeadingLine.
		05  filler          pic x(80) value
			"UNACKNOWLEDGED EXTRACT RECORDS -- DOWNSTREAM NEVER CONFIRMED THESE LOADED".
procedure division.

begin.
	open output reportFile
	perform load-business-date
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR ACK RECONCILIATION ******"

	perform verify-manifest
	if manifestFailed
		display "*** EXTRACT DOES NOT MATCH ITS MANIFEST ***"
		close reportFile
		move 12 to return-code
		stop run
	end-if

	open input extractFile
	open input ackFile
	open output unmatchedFile

	move reportColumnLine to reportRecord
	write reportRecord

	move unmatchedHeadingLine to unmatchedRecord
	write unmatchedRecord

	perform load-acknowledgments
	perform reconcile-extract-records
	perform report-orphan-acknowledgments

	stop run.

*> Proves the extract is the one the release step released: the
*> manifest's MAN line must be there, and the extract recounted
*> line by line must come to the same record count and integer
*> hash total.  Acknowledgments matched against any other file
*> prove nothing, so a miss stops the reconciliation outright
verify-manifest.
	open input manifestFile
	if manifestFileStatus = "00"
		read manifestFile
			at end move high-values to manifestRecord
		end-read
		perform until manifestRecord = high-values
			if manifestType = "MAN"
				move 'Y' to manifestFoundSwitch
				move manifestDate to expectedDate
				move manifestCount to expectedLineCount
				move manifestHashTotal to expectedHashTotal
				move manifestMode to expectedMode
			end-if
			if manifestType = "BAT"
				add 1 to manifestBatchesSeen
			end-if
			read manifestFile
				at end move high-values to manifestRecord
			end-read
		end-perform
	end-if
	close manifestFile

	if not manifestFound
		move "NO TRANSMISSION MANIFEST -- EXTRACT WAS NOT RELEASED"
			to reportRecord
		write reportRecord
		move 'Y' to manifestFailSwitch
		exit paragraph
	end-if

	open input extractFile
	if extractFileStatus = "00"
		read extractFile
			at end move high-values to extractRecord
		end-read
		perform until extractRecord = high-values
			add 1 to recountLineCount
			move spaces to extractRecordId
			move spaces to extractNumerals
			move spaces to extractResultText
			unstring extractRecord delimited by "|"
				into extractRecordId extractNumerals
					extractResultText
			end-unstring
			if extractResultText is numeric
				add extractResultValue to recountHashTotal
			end-if
			read extractFile
				at end move high-values to extractRecord
			end-read
		end-perform
	end-if
	close extractFile

	move expectedDate to reportManifestDate
	move expectedLineCount to reportManifestCount
	move expectedHashTotal to reportManifestHash
	move expectedMode to reportManifestMode
	move reportManifestLine to reportRecord
	write reportRecord
	move recountLineCount to reportRecountCount
	move recountHashTotal to reportRecountHash
	if recountLineCount = expectedLineCount
			and recountHashTotal = expectedHashTotal
		move "AGREES" to reportRecountVerdict
	else
		move "DOES NOT AGREE" to reportRecountVerdict
		move 'Y' to manifestFailSwitch
	end-if
	move reportRecountLine to reportRecord
	write reportRecord
	move spaces to reportRecord
	string "BATCHES COVERED BY THE MANIFEST: " delimited by size
			manifestBatchesSeen delimited by size
		into reportRecord
	end-string
	write reportRecord.

*> Pulls the downstream's acknowledgment file into the table --
*> the first pipe-delimited field of each line is the record id.
*> Anything past the table's capacity is reported and dropped
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
