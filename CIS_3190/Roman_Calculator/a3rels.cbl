identification division.
program-id.  a3rels.
author.  Erik Zorn-Wallentin.
*> Extract release step -- the calculator leaves ROMANEXT behind
*> the moment it closes, but until the balancing certificate has
*> proved the day agrees with the audit trail and the run-control
*> registry, nothing downstream should be loading it.  Twice this
*> year a downstream system loaded an extract the certificate
*> later called OUT-OF-BALANCE.  This pass runs after the
*> certificate: it reads the machine-readable certificate a3bal
*> leaves on BALCERT and, only when the day and every batch on it
*> certified BALANCED, copies the extract to the release file and
*> writes a transmission manifest beside it -- record count,
*> integer hash total, the batch ids covered, and the certificate
*> date -- which the acknowledgment reconciliation checks before
*> it trusts a single acknowledgment.  Any other day the extract
*> stays on hold and the report says why.  For the day operations
*> knowingly ships anyway, PARM 'F' with an operator id and a
*> reason on the RELCTL card forces the release; the manifest is
*> marked FORCED and the release is logged on the permanent
*> maintenance log (ROMANMLG) like any other controlled override.


environment division.
input-output section.
file-control.
    select certificateFile assign to "BALCERT"
		 organization is line sequential
		 file status is certificateStatus.

    select extractFile assign to "ROMANEXT"
		 organization is line sequential
		 file status is extractFileStatus.

    select releaseFile assign to "RELEXT"
		 organization is line sequential.

    select manifestFile assign to "RELMAN"
		 organization is line sequential.

    select releaseCardFile assign to "RELCTL"
		 organization is line sequential
		 file status is releaseCardStatus.

    select maintLogFile assign to "ROMANMLG"
		 organization is line sequential
		 file status is maintLogStatus.

    select businessDateFile assign to "ROMANBDT"
		 organization is line sequential
		 file status is businessDateStatus.

    select reportFile assign to "REPORT"
		 organization is line sequential.

data division.
file section.
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

fd extractFile.

*> The pipe-delimited extract exactly as the calculator wrote it
*> -- record id, numeral, integer, status, direction, twelfths
01 extractRecord           pic x(80).

fd releaseFile.

*> The released copy of the extract, line for line -- the only
*> copy the downstream systems are pointed at
01 releaseRecord           pic x(80).

fd manifestFile.

*> The transmission manifest -- one MAN line with the totals the
*> release was cut with, then one BAT line per batch id it
*> covers.  The acknowledgment reconciliation recounts the
*> released extract against the MAN line before matching
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

01 manifestBatchRecord.
   02  manifestBatchType   pic x(03).
   02  filler              pic x(01).
   02  manifestBatchDate   pic 9(08).
   02  filler              pic x(01).
   02  manifestBatchId     pic x(08).
   02  filler              pic x(01).
   02  manifestBatchVerdict pic x(14).
   02  filler              pic x(44).

fd releaseCardFile.

*> The operator's authority for a forced release, fixed columns:
*>   1-8   operator id
*>   10-58 reason the day is being shipped out of balance
01 releaseCardRecord.
   02  releaseCardOperator pic x(08).
   02  filler              pic x(01).
   02  releaseCardReason   pic x(49).
   02  filler              pic x(22).

fd maintLogFile.

*> The permanent maintenance log, the same layout a3maint writes
*> -- a forced release is one more controlled override on it
01 maintLogRecord.
   02  maintLogDate        pic 9(08).
   02  filler              pic x(01).
   02  maintLogTime        pic x(06).
   02  filler              pic x(01).
   02  maintLogOperator    pic x(08).
   02  filler              pic x(01).
   02  maintLogAction      pic x(08).
   02  filler              pic x(01).
   02  maintLogRegistry    pic x(03).
   02  filler              pic x(01).
   02  maintLogKey         pic x(08).
   02  filler              pic x(01).
   02  maintLogBefore      pic x(10).
   02  filler              pic x(01).
   02  maintLogAfter       pic x(10).
   02  filler              pic x(01).
   02  maintLogReason      pic x(49).
   02  filler              pic x(02).

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

*> Printed release (or held-extract) report
01 reportRecord            pic x(80).

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  certificateStatus    pic xx value spaces.
	77  extractFileStatus    pic xx value spaces.
	77  releaseCardStatus    pic xx value spaces.
	77  maintLogStatus       pic xx value spaces.

*> PARM 'F' asks for a forced release; an empty PARM is the
*> normal nightly release
	77  forceSwitch          pic x value 'N'.
		88  forceRequested     value 'Y'.
	77  parmErrorSwitch      pic x value 'N'.
		88  parmInvalid        value 'Y'.

*> The certificate as read -- the DAY line's date and verdict,
*> and every batch line
	77  dayFoundSwitch       pic x value 'N'.
		88  dayCertified       value 'Y'.
	77  dayCertificateDate   pic 9(08) value 0.
	77  dayCertificateVerdict pic x(14) value spaces.

	01  batchTable.
		05  batchEntry occurs 200 times.
			10  batchTableId      pic x(08).
			10  batchTableVerdict pic x(14).

	77  batchCount           pic 9(03) value 0.
	77  batchIdx             pic 9(03) value 0.
	77  batchDropCount       pic 9(05) value 0.
	77  batchOutCount        pic 9(03) value 0.

*> The extract's totals, the figures the manifest is cut with
	77  extractLineCount     pic 9(07) value 0.
	77  extractHashTotal     pic 9(15) value 0.
	77  extractRecordId      pic x(08) value spaces.
	77  extractNumerals      pic x(33) value spaces.
	77  extractResultText    pic x(07) value spaces.
	77  extractResultValue redefines extractResultText pic 9(07).

	77  releasableSwitch     pic x value 'N'.
		88  dayReleasable      value 'Y'.
	77  forcedReleaseSwitch  pic x value 'N'.
		88  releaseForced      value 'Y'.
	77  holdReasonText       pic x(60) value spaces.

	77  releaseDate          pic 9(08) value 0.
	77  clockTimeRaw         pic x(08) value spaces.

*> Report layouts -- built in working storage and moved into the
*> print line before each write, the same way the calculator's
*> report does
	01  reportHeadingLine.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR EXTRACT RELEASE".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportDateLine.
		05  filler          pic x(18) value "CERTIFICATE DATE: ".
		05  reportCertificateDate pic 9(08).
		05  filler          pic x(04) value spaces.
		05  filler          pic x(21) value "CERTIFICATE VERDICT: ".
		05  reportDayVerdict   pic x(14).
		05  filler          pic x(15) value spaces.

	01  reportBatchColumns.
		05  filler          pic x(08) value "BATCH ID".
		05  filler          pic x(04) value spaces.
		05  filler          pic x(14) value "CERTIFICATE".
		05  filler          pic x(54) value spaces.

	01  reportBatchLine.
		05  reportBatchId      pic x(08).
		05  filler          pic x(04) value spaces.
		05  reportBatchVerdict pic x(14).
		05  filler          pic x(54) value spaces.

	01  reportExtractLine.
		05  filler          pic x(16) value "EXTRACT LINES: ".
		05  reportExtractCount pic z(06)9.
		05  filler          pic x(04) value spaces.
		05  filler          pic x(20) value "INTEGER HASH TOTAL: ".
		05  reportExtractHash  pic z(14)9.
		05  filler          pic x(18) value spaces.

	01  reportOutcomeLine.
		05  filler          pic x(04) value "*** ".
		05  reportOutcomeText  pic x(72).
		05  filler          pic x(04) value " ***".

	01  blankLine              pic x(80) value spaces.

*> PARM -- 'F' forces the release of a day that did not certify
*> BALANCED, on the authority of the RELCTL card; empty releases
*> only a BALANCED day
linkage section.
01  runProgramParameter.
	05  runProgramParameterLength  pic s9(4) comp.
	05  runProgramParameterValue   pic x(80).

procedure division using runProgramParameter.

begin.
	if runProgramParameterLength > 0
		if runProgramParameterValue(1:1) = 'F'
			move 'Y' to forceSwitch
		else
			move 'Y' to parmErrorSwitch
		end-if
	end-if
	perform load-business-date
	move businessDate to releaseDate

	open output reportFile
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR EXTRACT RELEASE ******"

	if parmInvalid
		move "RUN PARAMETER INVALID -- EXPECTED 'F' OR NONE"
			to reportRecord
		write reportRecord
		display "Run parameter invalid -- expected 'F' or none"
		close reportFile
		move 8 to return-code
		stop run
	end-if

	if releaseDate = 0
		move "BUSINESS DATE CONTROL NOT AVAILABLE -- EXTRACT HELD"
			to reportRecord
		write reportRecord
		display "*** BUSINESS DATE CONTROL NOT AVAILABLE -- EXTRACT"
			" HELD ***"
		close reportFile
		move 8 to return-code
		stop run
	end-if

	perform load-certificate
	perform tally-extract

	move dayCertificateDate to reportCertificateDate
	if dayCertified
		move dayCertificateVerdict to reportDayVerdict
	else
		move "NONE" to reportDayVerdict
	end-if
	move reportDateLine to reportRecord
	write reportRecord
	perform report-certified-batches
	move extractLineCount to reportExtractCount
	move extractHashTotal to reportExtractHash
	move blankLine to reportRecord
	write reportRecord
	move reportExtractLine to reportRecord
	write reportRecord
	move blankLine to reportRecord
	write reportRecord

	perform decide-release
	if not dayReleasable
		if forceRequested and dayCertified
				and dayCertificateDate = releaseDate
			perform authorize-forced-release
		end-if
	else
		if forceRequested
			move "FORCE NOT NEEDED -- DAY CERTIFIED BALANCED"
				to reportRecord
			write reportRecord
		end-if
	end-if

	if dayReleasable or releaseForced
		perform release-extract
		perform write-manifest
		move spaces to reportOutcomeText
		if releaseForced
			string "EXTRACT FORCE-RELEASED BY " delimited by size
					releaseCardOperator delimited by space
					" -- LOGGED ON ROMANMLG" delimited by size
				into reportOutcomeText
			end-string
			move 4 to return-code
		else
			move "EXTRACT RELEASED DOWNSTREAM WITH ITS MANIFEST"
				to reportOutcomeText
			move 0 to return-code
		end-if
	else
		move spaces to reportOutcomeText
		string "EXTRACT HELD -- " delimited by size
				holdReasonText delimited by "  "
			into reportOutcomeText
		end-string
		display "*** EXTRACT HELD -- NOT RELEASED DOWNSTREAM ***"
		move 8 to return-code
	end-if
	move reportOutcomeLine to reportRecord
	write reportRecord

	close reportFile
	stop run.

*> Reads the certificate a3bal left behind.  A missing or empty
*> certificate means the day was never certified at all, which
*> holds the extract as surely as an out-of-balance verdict
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
			if batchCount < 200
				add 1 to batchCount
				move certificateBatchId to batchTableId(batchCount)
				move certificateVerdict
					to batchTableVerdict(batchCount)
				if certificateVerdict not = "BALANCED"
					add 1 to batchOutCount
				end-if
			else
				add 1 to batchDropCount
			end-if
		end-if
		read certificateFile
			at end move high-values to certificateRecord
		end-read
	end-perform
	close certificateFile.

*> Counts the extract's lines and sums its integer column -- the
*> two totals the manifest carries and the reconciliation proves
tally-extract.
	open input extractFile
	if extractFileStatus not = "00"
		close extractFile
		exit paragraph
	end-if
	read extractFile
		at end move high-values to extractRecord
	end-read
	perform until extractRecord = high-values
		perform add-extract-line
		read extractFile
			at end move high-values to extractRecord
		end-read
	end-perform
	close extractFile.

*> One extract line into the totals -- the integer is the third
*> pipe-delimited field, always seven digits as the calculator
*> writes it
add-extract-line.
	add 1 to extractLineCount
	move spaces to extractRecordId
	move spaces to extractNumerals
	move spaces to extractResultText
	unstring extractRecord delimited by "|"
		into extractRecordId extractNumerals extractResultText
	end-unstring
	if extractResultText is numeric
		add extractResultValue to extractHashTotal
	end-if.

*> Lists the batches the certificate covers with their verdicts
report-certified-batches.
	move blankLine to reportRecord
	write reportRecord
	move reportBatchColumns to reportRecord
	write reportRecord
	if batchCount = 0
		move "NO BATCHES ON THE CERTIFICATE" to reportRecord
		write reportRecord
	end-if
	perform varying batchIdx from 1 by 1
			until batchIdx > batchCount
		move batchTableId(batchIdx) to reportBatchId
		move batchTableVerdict(batchIdx) to reportBatchVerdict
		move reportBatchLine to reportRecord
		write reportRecord
	end-perform
	if batchDropCount > 0
		move spaces to reportRecord
		string "BATCH TABLE FULL -- " delimited by size
				batchDropCount delimited by size
				" CERTIFICATE LINE(S) NOT READ" delimited by size
			into reportRecord
		end-string
		write reportRecord
	end-if.

*> The day goes downstream only when it was certified at all,
*> the day verdict is BALANCED, every batch line is BALANCED, and
*> every batch line could be read
decide-release.
	move 'N' to releasableSwitch
	if not dayCertified
		move "NO BALANCING CERTIFICATE FOR THE DAY" to holdReasonText
		exit paragraph
	end-if
	*> A certificate left over from an earlier day, or from a
	*> balance of some other date off the PARM, proves nothing
	*> about the extract on hand today
	if dayCertificateDate not = releaseDate
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
	if batchDropCount > 0
		move "CERTIFICATE TOO LARGE TO READ IN FULL" to holdReasonText
		exit paragraph
	end-if
	move 'Y' to releasableSwitch.

*> A forced release needs an operator id and a reason on RELCTL,
*> and the maintenance log must be open to take the entry -- no
*> forced release goes out unrecorded
authorize-forced-release.
	move spaces to releaseCardRecord
	open input releaseCardFile
	if releaseCardStatus = "00"
		read releaseCardFile
			at end move spaces to releaseCardRecord
		end-read
	end-if
	close releaseCardFile
	if releaseCardOperator = spaces or releaseCardReason = spaces
		move "FORCE REFUSED -- OPERATOR AND REASON REQUIRED ON RELCTL"
			to reportRecord
		write reportRecord
		exit paragraph
	end-if

	open extend maintLogFile
	if maintLogStatus = "35"
		open output maintLogFile
	end-if
	if maintLogStatus not = "00"
		move "FORCE REFUSED -- MAINTENANCE LOG NOT AVAILABLE"
			to reportRecord
		write reportRecord
		exit paragraph
	end-if

	accept clockTimeRaw from time
	move spaces to maintLogRecord
	move releaseDate to maintLogDate
	move clockTimeRaw(1:6) to maintLogTime
	move releaseCardOperator to maintLogOperator
	move "RELEASE" to maintLogAction
	move "EXT" to maintLogRegistry
	move dayCertificateDate to maintLogKey
	move "HELD" to maintLogBefore
	move "FORCED" to maintLogAfter
	move releaseCardReason to maintLogReason
	write maintLogRecord
	*> A release that cannot be recorded does not go out
	if maintLogStatus not = "00"
		move spaces to reportRecord
		string "ROMANMLG WRITE FAILED (STATUS " delimited by size
				maintLogStatus delimited by size
				") -- FORCED RELEASE NOT MADE" delimited by size
			into reportRecord
		end-string
		write reportRecord
		display "*** ROMANMLG WRITE FAILED -- STATUS " maintLogStatus
			" -- EXTRACT NOT RELEASED ***"
		close maintLogFile
		close reportFile
		move 12 to return-code
		stop run
	end-if
	close maintLogFile

	move 'Y' to forcedReleaseSwitch
	move spaces to reportRecord
	string "FORCED RELEASE AUTHORIZED BY " delimited by size
			releaseCardOperator delimited by space
			" -- " delimited by size
			releaseCardReason delimited by "  "
		into reportRecord
	end-string
	write reportRecord.

*> Copies the extract to the release file line for line
release-extract.
	open output releaseFile
	open input extractFile
	if extractFileStatus = "00"
		read extractFile
			at end move high-values to extractRecord
		end-read
		perform until extractRecord = high-values
			move extractRecord to releaseRecord
			write releaseRecord
			read extractFile
				at end move high-values to extractRecord
			end-read
		end-perform
	end-if
	close extractFile
	close releaseFile.

*> The MAN line with the release's totals, then a BAT line for
*> every batch id the release covers
write-manifest.
	open output manifestFile
	move spaces to manifestRecord
	move "MAN" to manifestType
	move dayCertificateDate to manifestDate
	move extractLineCount to manifestCount
	move extractHashTotal to manifestHashTotal
	move batchCount to manifestBatchCount
	if releaseForced
		move "FORCED" to manifestMode
		move releaseCardOperator to manifestOperator
	else
		move "NORMAL" to manifestMode
	end-if
	write manifestRecord
	perform varying batchIdx from 1 by 1
			until batchIdx > batchCount
		move spaces to manifestBatchRecord
		move "BAT" to manifestBatchType
		move dayCertificateDate to manifestBatchDate
		move batchTableId(batchIdx) to manifestBatchId
		move batchTableVerdict(batchIdx) to manifestBatchVerdict
		write manifestBatchRecord
	end-perform
	close manifestFile.

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
