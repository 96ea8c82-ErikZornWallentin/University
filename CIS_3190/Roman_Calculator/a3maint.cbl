identification division.
program-id.  a3maint.
author.  Erik Zorn-Wallentin.
*> Registry maintenance transaction -- the controlled way to look
*> at and correct the three keyed registries.  Until now the only
*> way to clear a batch stuck at S on ROMANRUN, take one wrongly
*> registered id off ROMANIDX, or zero one ROMANRTY tally was an
*> ad hoc IDCAMS REPRO/DELETE at the operator's discretion, with
*> no record of who did it or why.  This pass works a card file
*> of maintenance actions: inquiry and browse of ROMANRUN,
*> ROMANIDX, and ROMANRTY, and three single-entry updates -- mark
*> a batch S or C to E so its rerun is not blocked, delete one
*> processed id so a deliberate resend can convert, reset one
*> retry tally.  The batch fingerprint history (ROMANFPH) can be
*> inquired and browsed the same way, and a batch held there as
*> a resend is released only by a RELEASE card.  Every update
*> must carry an operator id and a reason, and every one applied
*> lands on the permanent maintenance log (ROMANMLG) with the
*> before and after image, which a3trace shows next to the
*> record's audit history.


environment division.
input-output section.
file-control.
    select maintCardFile assign to "MAINTCTL"
		 organization is line sequential
		 file status is maintCardStatus.

*> The registries are opened for dynamic access -- an inquiry or
*> an update reads by key, a browse positions with START and
*> walks forward from there, and the cards mix the two freely
    select runControlFile assign to "ROMANRUN"
		 organization is indexed
		 access is dynamic
		 record key is runControlKey
		 file status is runControlStatus.

    select processedIdFile assign to "ROMANIDX"
		 organization is indexed
		 access is dynamic
		 record key is processedIdKey
		 file status is processedIdStatus.

    select retryCountFile assign to "ROMANRTY"
		 organization is indexed
		 access is dynamic
		 record key is retryCountKey
		 file status is retryCountStatus.

    select fingerprintHistoryFile assign to "ROMANFPH"
		 organization is indexed
		 access is dynamic
		 record key is historyKey
		 file status is fingerprintHistoryStatus.

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
fd maintCardFile.

*> One maintenance action per card, fixed columns:
*>   1-8   action   INQUIRE, BROWSE, MARKERR, DELETE, RESET,
*>                  RELEASE
*>   10-12 registry RUN, IDX, RTY, FPH
*>   14-21 key      batch id or record id (a browse starts here,
*>                  blank browses from the front)
*>   23-30 operator id -- required on every update
*>   32-80 reason text -- required on every update
01 maintCardRecord.
   02  maintCardAction     pic x(08).
   02  filler              pic x(01).
   02  maintCardRegistry   pic x(03).
   02  filler              pic x(01).
   02  maintCardKey        pic x(08).
   02  filler              pic x(01).
   02  maintCardOperator   pic x(08).
   02  filler              pic x(01).
   02  maintCardReason     pic x(49).

fd runControlFile.

*> Run-control registry -- one record per batch id, laid out
*> exactly as the calculator writes it.  S while a run is
*> underway, C once complete, E when it ended badly enough that
*> a rerun is the expected next step
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

fd processedIdFile.

*> Keyed registry of every record id ever successfully
*> converted, with the run date it registered on
01 processedIdRecord.
   02  processedIdKey      pic x(08).
   02  processedIdDate     pic 9(08).

fd retryCountFile.

*> Keyed tally of how many times each record id has rejected
01 retryCountRecord.
   02  retryCountKey       pic x(08).
   02  retryCountValue     pic 9(03).

fd fingerprintHistoryFile.

*> Batch content fingerprint history, laid out exactly as a3stdz
*> and the calculator keep it -- department prefix plus batch
*> id, state (S standardized, H held as a resend, W worked,
*> R released), the program that filed it, date, record count,
*> value hash total, content hash, and the batch a held entry
*> matched.  The card's key is the batch id; its first two
*> bytes are the department prefix
01 fingerprintHistoryRecord.
   02  historyKey          pic x(10).
   02  historyState        pic x(01).
   02  historySource       pic x(01).
   02  historyDate         pic 9(08).
   02  historyCount        pic 9(07).
   02  historyHashTotal    pic 9(15).
   02  historyContentHash  pic 9(09).
   02  historyMatchBatch   pic x(08).

fd maintLogFile.

*> The permanent maintenance log -- appended to, never
*> overwritten, one line per update applied: when, who, what,
*> which entry, its image before and after, and why
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

*> Printed control report -- every card echoed with what was
*> found, done, or refused
01 reportRecord            pic x(80).

working-storage section.

*> The business date the run works under, off ROMANBDT -- zero
*> when the control file or its CTL line is missing
	77  businessDateStatus   pic xx value spaces.
	77  businessDate         pic 9(08) value 0.

	77  maintCardStatus      pic xx value spaces.
	77  runControlStatus     pic xx value spaces.
	77  processedIdStatus    pic xx value spaces.
	77  retryCountStatus     pic xx value spaces.
	77  maintLogStatus       pic xx value spaces.
	77  fingerprintHistoryStatus pic xx value spaces.

*> Which registries answered their OPEN -- one that did not
*> refuses every card aimed at it rather than abending the pass
	77  runControlOpenSwitch pic x value 'N'.
		88  runControlOpen     value 'Y'.
	77  processedIdOpenSwitch pic x value 'N'.
		88  processedIdOpen    value 'Y'.
	77  retryCountOpenSwitch pic x value 'N'.
		88  retryCountOpen     value 'Y'.
	77  maintLogOpenSwitch   pic x value 'N'.
		88  maintLogOpen       value 'Y'.
	77  fingerprintHistoryOpenSwitch pic x value 'N'.
		88  fingerprintHistoryOpen value 'Y'.

	77  maintDate            pic 9(08) value 0.
	77  clockTimeRaw         pic x(08) value spaces.

	77  cardRefusedSwitch    pic x value 'N'.
		88  cardRefused        value 'Y'.
	77  refusalText          pic x(60) value spaces.

	77  cardsReadCount       pic 9(05) value 0.
	77  cardsAppliedCount    pic 9(05) value 0.
	77  cardsAnsweredCount   pic 9(05) value 0.
	77  cardsRefusedCount    pic 9(05) value 0.

*> A browse lists this many entries and then says where to pick
*> up -- enough for a screenful of triage without printing a
*> whole registry by accident
	77  browseLimit          pic 9(03) value 50.
	77  browseListed         pic 9(03) value 0.
	77  browseEndSwitch      pic x value 'N'.
		88  browseEnded        value 'Y'.

	77  beforeImage          pic x(10) value spaces.
	77  afterImage           pic x(10) value spaces.

*> Report layouts -- built in working storage and moved into the
*> print line before each write, the same way the calculator's
*> report does
	01  reportHeadingLine.
		05  filler          pic x(80) value
			"ROMAN CALCULATOR REGISTRY MAINTENANCE".

	01  reportBusinessDateLine.
		05  filler          pic x(15) value "BUSINESS DATE: ".
		05  reportBusinessDate pic x(13).
		05  filler          pic x(52) value spaces.

	01  reportCardLine.
		05  filler          pic x(05) value "CARD ".
		05  reportCardNumber   pic z(04)9.
		05  filler          pic x(02) value ": ".
		05  reportCardText     pic x(68).

	01  reportResultLine.
		05  filler          pic x(04) value spaces.
		05  reportResultText   pic x(76).

	01  reportRunEntryLine.
		05  filler          pic x(04) value spaces.
		05  reportRunKey       pic x(08).
		05  filler          pic x(08) value "  STATE ".
		05  reportRunState     pic x(01).
		05  filler          pic x(08) value "  START ".
		05  reportRunStart     pic x(14).
		05  filler          pic x(06) value "  END ".
		05  reportRunEnd       pic x(14).
		05  filler          pic x(02) value spaces.
		05  reportRunMode      pic x(01).
		05  filler          pic x(01) value spaces.
		05  reportRunCount     pic z(06)9.
		05  filler          pic x(04) value " RC ".
		05  reportRunRc        pic z9.

	01  reportIdxEntryLine.
		05  filler          pic x(04) value spaces.
		05  reportIdxKey       pic x(08).
		05  filler          pic x(20) value
			"  REGISTERED ON RUN ".
		05  reportIdxDate      pic 9(08).
		05  filler          pic x(40) value spaces.

	01  reportRtyEntryLine.
		05  filler          pic x(04) value spaces.
		05  reportRtyKey       pic x(08).
		05  filler          pic x(16) value "  REJECT TALLY ".
		05  reportRtyValue     pic zz9.
		05  filler          pic x(49) value spaces.

	01  reportFphEntryLine.
		05  filler          pic x(04) value spaces.
		05  reportFphBatch     pic x(08).
		05  filler          pic x(08) value "  STATE ".
		05  reportFphState     pic x(01).
		05  filler          pic x(01) value spaces.
		05  reportFphSource    pic x(01).
		05  filler          pic x(01) value spaces.
		05  reportFphDate      pic 9(08).
		05  filler          pic x(01) value spaces.
		05  reportFphCount     pic z(06)9.
		05  filler          pic x(01) value spaces.
		05  reportFphHashTotal pic z(14)9.
		05  filler          pic x(01) value spaces.
		05  reportFphContentHash pic 9(09).
		05  filler          pic x(01) value spaces.
		05  reportFphMatch     pic x(08).
		05  filler          pic x(06) value spaces.

	01  reportTrailerLine.
		05  filler          pic x(12) value "CARDS READ: ".
		05  reportTotalRead    pic z(04)9.
		05  filler          pic x(11) value "  APPLIED: ".
		05  reportTotalApplied pic z(04)9.
		05  filler          pic x(12) value "  ANSWERED: ".
		05  reportTotalAnswered pic z(04)9.
		05  filler          pic x(11) value "  REFUSED: ".
		05  reportTotalRefused pic z(04)9.
		05  filler          pic x(14) value spaces.

	01  blankLine              pic x(80) value spaces.

procedure division.

begin.
	perform load-business-date
	open output reportFile
	move reportHeadingLine to reportRecord
	write reportRecord
	move reportBusinessDateLine to reportRecord
	write reportRecord
	move blankLine to reportRecord
	write reportRecord

	display ""
	display "****** ROMAN CALCULATOR REGISTRY MAINTENANCE ******"

	*> Log entries and RESET stamps carry the business date, so
	*> no card is applied while the date control is unreadable
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
	move businessDate to maintDate

	perform open-registries

	open input maintCardFile
	if maintCardStatus not = "00"
		move "MAINTCTL COULD NOT BE OPENED -- NOTHING DONE"
			to reportRecord
		write reportRecord
		display "*** NO MAINTENANCE CARDS -- NOTHING DONE ***"
		perform close-registries
		close reportFile
		move 8 to return-code
		stop run
	end-if

	read maintCardFile
		at end move high-values to maintCardRecord
	end-read
	perform until maintCardRecord = high-values
		if maintCardRecord(1:1) not = '*'
				and maintCardRecord not = spaces
			perform process-maint-card
		end-if
		read maintCardFile
			at end move high-values to maintCardRecord
		end-read
	end-perform

	close maintCardFile
	perform close-registries

	move blankLine to reportRecord
	write reportRecord
	move cardsReadCount to reportTotalRead
	move cardsAppliedCount to reportTotalApplied
	move cardsAnsweredCount to reportTotalAnswered
	move cardsRefusedCount to reportTotalRefused
	move reportTrailerLine to reportRecord
	write reportRecord
	close reportFile

	if cardsRefusedCount > 0
		display "*** MAINTENANCE CARD(S) REFUSED -- SEE REPORT ***"
		move 4 to return-code
	else
		move 0 to return-code
	end-if

	stop run.

*> Opens the three registries i-o and the maintenance log for
*> append.  Nothing here creates a registry -- maintenance on a
*> registry that was never cataloged has nothing to act on, so
*> the cards aimed at it are refused.  The log, on the other
*> hand, is created on first use, the same dance the audit trail
*> does, and an update is never applied while the log is down
open-registries.
	open i-o runControlFile
	if runControlStatus = "00"
		move 'Y' to runControlOpenSwitch
	end-if

	open i-o processedIdFile
	if processedIdStatus = "00"
		move 'Y' to processedIdOpenSwitch
	end-if

	open i-o retryCountFile
	if retryCountStatus = "00"
		move 'Y' to retryCountOpenSwitch
	end-if

	open i-o fingerprintHistoryFile
	if fingerprintHistoryStatus = "00"
		move 'Y' to fingerprintHistoryOpenSwitch
	end-if

	open extend maintLogFile
	if maintLogStatus = "35"
		open output maintLogFile
	end-if
	if maintLogStatus = "00"
		move 'Y' to maintLogOpenSwitch
	else
		move "ROMANMLG COULD NOT BE OPENED -- UPDATES WILL BE REFUSED"
			to reportRecord
		write reportRecord
	end-if.

close-registries.
	if runControlOpen
		close runControlFile
	end-if
	if processedIdOpen
		close processedIdFile
	end-if
	if retryCountOpen
		close retryCountFile
	end-if
	if fingerprintHistoryOpen
		close fingerprintHistoryFile
	end-if
	if maintLogOpen
		close maintLogFile
	end-if.

*> Echoes one card and hands it to its action.  The action and
*> registry codes are folded to upper case first, so a card
*> keyed in lower case is not refused over a shift key
process-maint-card.
	add 1 to cardsReadCount
	move 'N' to cardRefusedSwitch
	move spaces to refusalText
	inspect maintCardAction
		converting "abcdefghijklmnopqrstuvwxyz"
		        to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
	inspect maintCardRegistry
		converting "abcdefghijklmnopqrstuvwxyz"
		        to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

	move blankLine to reportRecord
	write reportRecord
	move cardsReadCount to reportCardNumber
	move maintCardRecord to reportCardText
	move reportCardLine to reportRecord
	write reportRecord

	if maintCardAction = "INQUIRE"
		perform inquire-registry-entry
	else
		if maintCardAction = "BROWSE"
			perform browse-registry
		else
			if maintCardAction = "MARKERR"
				perform mark-batch-error
			else
				if maintCardAction = "DELETE"
					perform delete-processed-id
				else
					if maintCardAction = "RESET"
						perform reset-retry-tally
					else
						if maintCardAction = "RELEASE"
							perform release-held-batch
						else
							move 'Y' to cardRefusedSwitch
							move "UNKNOWN ACTION (INQUIRE/BROWSE/MARKERR/DELETE/RESET/RELEASE)"
								to refusalText
						end-if
					end-if
				end-if
			end-if
		end-if
	end-if

	if cardRefused
		add 1 to cardsRefusedCount
		move spaces to reportResultText
		string "REFUSED -- " delimited by size
				refusalText delimited by size
			into reportResultText
		end-string
		move reportResultLine to reportRecord
		write reportRecord
	end-if.

*> Makes sure the registry named on the card is one this pass
*> can reach -- a registry that would not open refuses the card
check-registry-open.
	if maintCardRegistry = "RUN"
		if not runControlOpen
			move 'Y' to cardRefusedSwitch
			move "ROMANRUN IS NOT AVAILABLE" to refusalText
		end-if
	else
		if maintCardRegistry = "IDX"
			if not processedIdOpen
				move 'Y' to cardRefusedSwitch
				move "ROMANIDX IS NOT AVAILABLE" to refusalText
			end-if
		else
			if maintCardRegistry = "RTY"
				if not retryCountOpen
					move 'Y' to cardRefusedSwitch
					move "ROMANRTY IS NOT AVAILABLE" to refusalText
				end-if
			else
				if maintCardRegistry = "FPH"
					if not fingerprintHistoryOpen
						move 'Y' to cardRefusedSwitch
						move "ROMANFPH IS NOT AVAILABLE" to refusalText
					end-if
				else
					move 'Y' to cardRefusedSwitch
					move "UNKNOWN REGISTRY -- RUN, IDX, RTY, FPH"
						to refusalText
				end-if
			end-if
		end-if
	end-if.

*> Every update needs an accountable operator, a reason that
*> will still make sense when the log is read a year from now,
*> a key to act on, and a log to land on
check-update-authority.
	if maintCardOperator = spaces
		move 'Y' to cardRefusedSwitch
		move "NO OPERATOR ID IN COLUMNS 23-30" to refusalText
		exit paragraph
	end-if
	if maintCardReason = spaces
		move 'Y' to cardRefusedSwitch
		move "NO REASON TEXT IN COLUMNS 32-80" to refusalText
		exit paragraph
	end-if
	if maintCardKey = spaces
		move 'Y' to cardRefusedSwitch
		move "NO KEY IN COLUMNS 14-21" to refusalText
		exit paragraph
	end-if
	if not maintLogOpen
		move 'Y' to cardRefusedSwitch
		move "MAINTENANCE LOG NOT AVAILABLE -- NO UNLOGGED UPDATES"
			to refusalText
	end-if.

*> Reads one entry by key and prints it
inquire-registry-entry.
	perform check-registry-open
	if cardRefused
		exit paragraph
	end-if
	if maintCardKey = spaces
		move 'Y' to cardRefusedSwitch
		move "NO KEY IN COLUMNS 14-21" to refusalText
		exit paragraph
	end-if

	if maintCardRegistry = "RUN"
		move maintCardKey to runControlKey
		read runControlFile
			invalid key
				move 'Y' to cardRefusedSwitch
				move "NO SUCH BATCH ID ON ROMANRUN" to refusalText
			not invalid key
				perform print-run-entry
		end-read
	else
		if maintCardRegistry = "IDX"
			move maintCardKey to processedIdKey
			read processedIdFile
				invalid key
					move 'Y' to cardRefusedSwitch
					move "NO SUCH RECORD ID ON ROMANIDX" to refusalText
				not invalid key
					perform print-idx-entry
			end-read
		else
		if maintCardRegistry = "RTY"
			move maintCardKey to retryCountKey
			read retryCountFile
				invalid key
					move 'Y' to cardRefusedSwitch
					move "NO RETRY TALLY ON ROMANRTY FOR THIS ID"
						to refusalText
				not invalid key
					perform print-rty-entry
			end-read
		else
			move maintCardKey(1:2) to historyKey(1:2)
			move maintCardKey to historyKey(3:8)
			read fingerprintHistoryFile
				invalid key
					move 'Y' to cardRefusedSwitch
					move "NO SUCH BATCH ID ON ROMANFPH" to refusalText
				not invalid key
					perform print-fph-entry
			end-read
		end-if
		end-if
	end-if

	if not cardRefused
		add 1 to cardsAnsweredCount
	end-if.

*> Lists entries from the card's key forward, up to the browse
*> limit, and says where to pick up when there are more
browse-registry.
	perform check-registry-open
	if cardRefused
		exit paragraph
	end-if
	move 0 to browseListed
	move 'N' to browseEndSwitch

	if maintCardRegistry = "RUN"
		move maintCardKey to runControlKey
		start runControlFile key is not less than runControlKey
			invalid key move 'Y' to browseEndSwitch
		end-start
		perform until browseEnded or browseListed >= browseLimit
			read runControlFile next
				at end move 'Y' to browseEndSwitch
				not at end
					add 1 to browseListed
					perform print-run-entry
			end-read
		end-perform
		if not browseEnded
			read runControlFile next
				at end move 'Y' to browseEndSwitch
			end-read
		end-if
		move runControlKey to maintCardKey
	else
		if maintCardRegistry = "IDX"
			move maintCardKey to processedIdKey
			start processedIdFile key is not less than processedIdKey
				invalid key move 'Y' to browseEndSwitch
			end-start
			perform until browseEnded or browseListed >= browseLimit
				read processedIdFile next
					at end move 'Y' to browseEndSwitch
					not at end
						add 1 to browseListed
						perform print-idx-entry
				end-read
			end-perform
			if not browseEnded
				read processedIdFile next
					at end move 'Y' to browseEndSwitch
				end-read
			end-if
			move processedIdKey to maintCardKey
		else
		if maintCardRegistry = "RTY"
			move maintCardKey to retryCountKey
			start retryCountFile key is not less than retryCountKey
				invalid key move 'Y' to browseEndSwitch
			end-start
			perform until browseEnded or browseListed >= browseLimit
				read retryCountFile next
					at end move 'Y' to browseEndSwitch
					not at end
						add 1 to browseListed
						perform print-rty-entry
				end-read
			end-perform
			if not browseEnded
				read retryCountFile next
					at end move 'Y' to browseEndSwitch
				end-read
			end-if
			move retryCountKey to maintCardKey
		else
			*> The history is keyed department first, so a
			*> browse from a batch id walks that department's
			*> batches in order
			move maintCardKey(1:2) to historyKey(1:2)
			move maintCardKey to historyKey(3:8)
			start fingerprintHistoryFile
					key is not less than historyKey
				invalid key move 'Y' to browseEndSwitch
			end-start
			perform until browseEnded or browseListed >= browseLimit
				read fingerprintHistoryFile next
					at end move 'Y' to browseEndSwitch
					not at end
						add 1 to browseListed
						perform print-fph-entry
				end-read
			end-perform
			if not browseEnded
				read fingerprintHistoryFile next
					at end move 'Y' to browseEndSwitch
				end-read
			end-if
			move historyKey(3:8) to maintCardKey
		end-if
		end-if
	end-if

	move spaces to reportResultText
	if browseEnded
		string browseListed delimited by size
				" ENTRY(IES) LISTED -- END OF REGISTRY" delimited by size
			into reportResultText
		end-string
	else
		string browseListed delimited by size
				" ENTRY(IES) LISTED -- MORE FROM KEY " delimited by size
				maintCardKey delimited by size
			into reportResultText
		end-string
	end-if
	move reportResultLine to reportRecord
	write reportRecord
	add 1 to cardsAnsweredCount.

print-run-entry.
	move runControlKey to reportRunKey
	move runControlState to reportRunState
	move runControlStartStamp to reportRunStart
	move runControlEndStamp to reportRunEnd
	move runControlMode to reportRunMode
	move runControlCount to reportRunCount
	move runControlRc to reportRunRc
	move reportRunEntryLine to reportRecord
	write reportRecord
	if runControlTicket > spaces
		move spaces to reportRecord
		string "            WORKED UNDER OVERRIDE TICKET " delimited by size
				runControlTicket delimited by size
			into reportRecord
		end-string
		write reportRecord
	end-if.

print-idx-entry.
	move processedIdKey to reportIdxKey
	move processedIdDate to reportIdxDate
	move reportIdxEntryLine to reportRecord
	write reportRecord.

print-rty-entry.
	move retryCountKey to reportRtyKey
	move retryCountValue to reportRtyValue
	move reportRtyEntryLine to reportRecord
	write reportRecord.

print-fph-entry.
	move historyKey(3:8) to reportFphBatch
	move historyState to reportFphState
	move historySource to reportFphSource
	move historyDate to reportFphDate
	move historyCount to reportFphCount
	move historyHashTotal to reportFphHashTotal
	move historyContentHash to reportFphContentHash
	move historyMatchBatch to reportFphMatch
	move reportFphEntryLine to reportRecord
	write reportRecord.

*> Marks a batch S or C to E on the run-control registry -- the
*> S a run abended out of, or a C that has to be worked again,
*> so the rerun goes through without the blanket reprocess
*> override.  An S entry never got its end stamp, so it is
*> stamped now; the record count and return code are left as
*> the calculator last wrote them
mark-batch-error.
	if maintCardRegistry not = "RUN"
		move 'Y' to cardRefusedSwitch
		move "MARKERR APPLIES TO ROMANRUN ONLY" to refusalText
		exit paragraph
	end-if
	perform check-registry-open
	if cardRefused
		exit paragraph
	end-if
	perform check-update-authority
	if cardRefused
		exit paragraph
	end-if

	move maintCardKey to runControlKey
	read runControlFile
		invalid key
			move 'Y' to cardRefusedSwitch
			move "NO SUCH BATCH ID ON ROMANRUN" to refusalText
	end-read
	if cardRefused
		exit paragraph
	end-if
	if runControlState not = 'S' and runControlState not = 'C'
		move 'Y' to cardRefusedSwitch
		move "BATCH IS NOT AT STATE S OR C -- NOTHING TO MARK"
			to refusalText
		exit paragraph
	end-if

	move spaces to beforeImage
	string "STATE " delimited by size
			runControlState delimited by size
		into beforeImage
	end-string
	accept clockTimeRaw from time
	if runControlEndStamp = spaces
		move maintDate to runControlEndStamp(1:8)
		move clockTimeRaw(1:6) to runControlEndStamp(9:6)
	end-if
	move 'E' to runControlState
	rewrite runControlRecord
		invalid key
			move 'Y' to cardRefusedSwitch
			move "ROMANRUN REWRITE FAILED" to refusalText
	end-rewrite
	if cardRefused
		exit paragraph
	end-if

	move "STATE E" to afterImage
	perform write-maint-log
	perform print-run-entry
	move "MARKED E -- LOGGED ON ROMANMLG" to reportResultText
	move reportResultLine to reportRecord
	write reportRecord.

*> Takes one record id off the processed-id registry, so a
*> deliberate resend of that one record converts without the
*> reprocess override opening the door for the whole run
delete-processed-id.
	if maintCardRegistry not = "IDX"
		move 'Y' to cardRefusedSwitch
		move "DELETE APPLIES TO ROMANIDX ONLY" to refusalText
		exit paragraph
	end-if
	perform check-registry-open
	if cardRefused
		exit paragraph
	end-if
	perform check-update-authority
	if cardRefused
		exit paragraph
	end-if

	move maintCardKey to processedIdKey
	read processedIdFile
		invalid key
			move 'Y' to cardRefusedSwitch
			move "NO SUCH RECORD ID ON ROMANIDX" to refusalText
	end-read
	if cardRefused
		exit paragraph
	end-if

	move spaces to beforeImage
	move processedIdDate to beforeImage
	perform print-idx-entry
	delete processedIdFile
		invalid key
			move 'Y' to cardRefusedSwitch
			move "ROMANIDX DELETE FAILED" to refusalText
	end-delete
	if cardRefused
		exit paragraph
	end-if

	accept clockTimeRaw from time
	move "DELETED" to afterImage
	perform write-maint-log
	move "DELETED -- LOGGED ON ROMANMLG" to reportResultText
	move reportResultLine to reportRecord
	write reportRecord.

*> Resets one id's reject tally to nothing -- the entry comes
*> off the registry, exactly as the calculator clears a tally
*> the moment the id converts
reset-retry-tally.
	if maintCardRegistry not = "RTY"
		move 'Y' to cardRefusedSwitch
		move "RESET APPLIES TO ROMANRTY ONLY" to refusalText
		exit paragraph
	end-if
	perform check-registry-open
	if cardRefused
		exit paragraph
	end-if
	perform check-update-authority
	if cardRefused
		exit paragraph
	end-if

	move maintCardKey to retryCountKey
	read retryCountFile
		invalid key
			move 'Y' to cardRefusedSwitch
			move "NO RETRY TALLY ON ROMANRTY FOR THIS ID"
				to refusalText
	end-read
	if cardRefused
		exit paragraph
	end-if

	move spaces to beforeImage
	string "TALLY " delimited by size
			retryCountValue delimited by size
		into beforeImage
	end-string
	perform print-rty-entry
	delete retryCountFile
		invalid key
			move 'Y' to cardRefusedSwitch
			move "ROMANRTY DELETE FAILED" to refusalText
	end-delete
	if cardRefused
		exit paragraph
	end-if

	accept clockTimeRaw from time
	move "TALLY 000" to afterImage
	perform write-maint-log
	move "RESET -- LOGGED ON ROMANMLG" to reportResultText
	move reportResultLine to reportRecord
	write reportRecord.

*> Releases a batch the resend check held -- H to R on the
*> fingerprint history, so the calculator works it on its next
*> submission.  This is the only way past the hold: the
*> reprocess override byte does not open it
release-held-batch.
	if maintCardRegistry not = "FPH"
		move 'Y' to cardRefusedSwitch
		move "RELEASE APPLIES TO ROMANFPH ONLY" to refusalText
		exit paragraph
	end-if
	perform check-registry-open
	if cardRefused
		exit paragraph
	end-if
	perform check-update-authority
	if cardRefused
		exit paragraph
	end-if

	move maintCardKey(1:2) to historyKey(1:2)
	move maintCardKey to historyKey(3:8)
	read fingerprintHistoryFile
		invalid key
			move 'Y' to cardRefusedSwitch
			move "NO SUCH BATCH ID ON ROMANFPH" to refusalText
	end-read
	if cardRefused
		exit paragraph
	end-if
	if historyState not = 'H'
		move 'Y' to cardRefusedSwitch
		move "BATCH IS NOT HELD -- NOTHING TO RELEASE" to refusalText
		exit paragraph
	end-if

	move spaces to beforeImage
	string "HELD " delimited by size
			historyMatchBatch delimited by size
		into beforeImage
	end-string
	move 'R' to historyState
	rewrite fingerprintHistoryRecord
		invalid key
			move 'Y' to cardRefusedSwitch
			move "ROMANFPH REWRITE FAILED" to refusalText
	end-rewrite
	if cardRefused
		exit paragraph
	end-if

	accept clockTimeRaw from time
	move "RELEASED" to afterImage
	perform write-maint-log
	perform print-fph-entry
	move "RELEASED -- LOGGED ON ROMANMLG" to reportResultText
	move reportResultLine to reportRecord
	write reportRecord.

*> Lays one applied update down on the permanent log.  A write
*> that fails stops the pass there and then -- the update just
*> applied is named on the report, and no further card is
*> applied without its log entry
write-maint-log.
	move spaces to maintLogRecord
	move maintDate to maintLogDate
	move clockTimeRaw(1:6) to maintLogTime
	move maintCardOperator to maintLogOperator
	move maintCardAction to maintLogAction
	move maintCardRegistry to maintLogRegistry
	move maintCardKey to maintLogKey
	move beforeImage to maintLogBefore
	move afterImage to maintLogAfter
	move maintCardReason to maintLogReason
	write maintLogRecord
	if maintLogStatus not = "00"
		move spaces to reportRecord
		string "ROMANMLG WRITE FAILED (STATUS " delimited by size
				maintLogStatus delimited by size
				") -- UPDATE APPLIED, NOT LOGGED -- RUN STOPPED"
					delimited by size
			into reportRecord
		end-string
		write reportRecord
		display "*** ROMANMLG WRITE FAILED -- STATUS " maintLogStatus
			" -- RUN STOPPED ***"
		close maintCardFile
		perform close-registries
		close reportFile
		move 12 to return-code
		stop run
	end-if
	add 1 to cardsAppliedCount.

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
