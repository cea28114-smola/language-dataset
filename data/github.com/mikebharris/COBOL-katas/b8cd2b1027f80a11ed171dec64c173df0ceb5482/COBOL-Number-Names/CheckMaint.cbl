identification division.
program-id. CheckMaint.

*> Register maintenance for spoiled, lost and replaced checks. Reads
*> regmaint.dat - one command per line: VOID, STOP or REISSUE in
*> columns 1-7, the check number in 9-14, and the reason in 16-45 -
*> and applies each to register.dat:
*>
*>   VOID     an outstanding check is spoiled or cancelled  -> V
*>   STOP     an outstanding check is lost; the bank is to
*>            refuse it                                      -> S
*>   REISSUE  an outstanding, voided or stopped check is
*>            replaced by a new one                          -> R
*>
*> Each command stamps the new status, the reason and the date it
*> was applied on the register record. REISSUE draws the replacement
*> number from checkno.dat exactly as CheckPrint would, appends the
*> replacement to the register as an outstanding check dated today,
*> and cross-references the pair both ways - the old record names
*> the check that replaced it, the new one names the check it
*> replaces - so the chain of custody on any replaced check can be
*> walked in either direction. The old record also keeps the status
*> it was replaced from and, after a void or stop, that date, so the
*> ledger extract reverses it once, in the month it was voided or
*> stopped. The replacement is printed to reissue.prn in the same
*> form as checks.prn, with the vendor's current name and address
*> block from the payee master; a vendor blocked on the master since
*> the original was printed is not reissued to.
*>
*> A paid check, an already-replaced check, or a number the register
*> never issued is refused and listed on regmaint.rpt; return code 4
*> flags a run with refused commands. A register past the table
*> ceiling, or an unreadable checkno.dat, stops the run with return
*> code 8 before anything is changed.
environment division.
configuration section.
    repository.
    function all intrinsic
    function AmountInWords
    function GermanIntegerInWords
    function DateInWords.
input-output section.
file-control.
    select CommandFile assign to "regmaint.dat"
        organization is line sequential
        file status is CommandStatus.
    select RegisterFile assign to "register.dat"
        organization is line sequential
        file status is RegisterStatus.
    select CheckNoFile assign to "checkno.dat"
        organization is line sequential
        file status is CheckNoStatus.
    select ReportFile assign to "regmaint.rpt"
        organization is line sequential
        file status is ReportStatus.
    select ReissueFile assign to "reissue.prn"
        organization is line sequential
        file status is ReissueStatus.
    select PayeeFile assign to "payees.dat"
        organization is indexed
        access mode is random
        record key is PayeeVendorId
        file status is PayeeStatus.

data division.
file section.
fd CommandFile.
01 CommandRecord.
    02 CmdVerb pic x(7).
    02 filler pic x(1).
    02 CmdCheckNumber pic x(6).
    02 filler pic x(1).
    02 CmdReason pic x(30).
*> field for field the record CheckPrint writes - the programs
*> must be kept in step
fd RegisterFile.
01 RegisterRecord.
    02 RegCheckNumber pic 9(6).
    02 filler pic x(1).
    02 RegCheckDate pic x(10).
    02 filler pic x(1).
    02 RegPayeeName pic x(30).
    02 filler pic x(1).
    02 RegAmount pic 9(12).99.
    02 filler pic x(1).
    02 RegRunDate pic x(10).
    02 filler pic x(1).
    02 RegPaidFlag pic x(1).
    02 filler pic x(1).
    02 RegPaidDate pic x(10).
    02 filler pic x(1).
    02 RegCurrency pic x(3).
    02 filler pic x(1).
    02 RegReason pic x(30).
    02 filler pic x(1).
    02 RegStatusDate pic x(10).
    02 filler pic x(1).
    02 RegReplacedBy pic 9(6).
    02 filler pic x(1).
    02 RegReplaces pic 9(6).
    02 filler pic x(1).
    02 RegVendorId pic x(8).
*> a replaced check's status when CheckMaint reissued it (O, V or
*> S) and, after a V or S, the date it was voided or stopped - the
*> R(eplaced) status date is the reissue's own
    02 filler pic x(1).
    02 RegPriorFlag pic x(1).
    02 filler pic x(1).
    02 RegPriorDate pic x(10).
fd CheckNoFile.
01 CheckNoLine pic x(6).
fd ReportFile.
01 ReportLine pic x(132).
fd ReissueFile.
01 CheckLine pic x(300).
*> field for field the record PayeeMaint maintains - the programs
*> must be kept in step
fd PayeeFile.
01 PayeeRecord.
    02 PayeeVendorId pic x(8).
    02 PayeeLegalName pic x(30).
    02 PayeeAddressLine pic x(40) occurs 3 times.
    02 PayeeCurrency pic x(3).
    02 PayeeStatusFlag pic x(1).
    02 PayeeChangedDate pic x(10).

working-storage section.
01 CommandStatus pic xx.
01 RegisterStatus pic xx.
01 CheckNoStatus pic xx.
01 ReportStatus pic xx.
01 ReissueStatus pic xx.
01 PayeeStatus pic xx.
01 PayeeOpen pic 9 value 0.
01 PayeeFound pic 9 value 0.
01 AddressIndex pic 9 value 0.
01 EndOfFile pic 9 value 0.
*> the whole register held in storage, as in CheckRecon: line
*> sequential cannot be updated in place
01 RegisterTable.
    02 RegCount pic 9(5) value 0.
    02 RegEntry occurs 10000 times.
        03 TabCheckNumber pic 9(6).
        03 TabCheckDate pic x(10).
        03 TabPayeeName pic x(30).
        03 TabAmount pic s9(12)v99.
        03 TabRunDate pic x(10).
        03 TabPaidFlag pic x(1).
        03 TabPaidDate pic x(10).
        03 TabCurrency pic x(3).
        03 TabReason pic x(30).
        03 TabStatusDate pic x(10).
        03 TabReplacedBy pic 9(6).
        03 TabReplaces pic 9(6).
        03 TabVendorId pic x(8).
        03 TabPriorFlag pic x(1).
        03 TabPriorDate pic x(10).
01 CommandsRead pic 9(5) value 0.
01 VoidsApplied pic 9(5) value 0.
01 StopsApplied pic 9(5) value 0.
01 ReissuesApplied pic 9(5) value 0.
01 CommandsRefused pic 9(5) value 0.
01 CmdNumberValue pic 9(6) value 0.
01 FoundIndex pic 9(5) value 0.
01 ScanIndex pic 9(5) value 0.
01 NewIndex pic 9(5) value 0.
01 HighestIssued pic 9(6) value 0.
01 NextCheckNumber pic 9(6) value 1.
01 RefuseReason pic x(60) value spaces.
01 StatusWord pic x(11) value spaces.
01 AmountValue pic s9(12)v99 value 0.
01 AmountEdited pic $$$$,$$$,$$$,$$$,$$9.99.
01 AmountPlainEdited pic z(11)9.99.
01 AmountText pic 9(12).99.
01 CountEdited pic zzzz9.
01 SpelledAmount pic x(255) value spaces.
01 SpelledLength pic 9(3) value 0.
01 EuroIntPart pic 9(12) value 0.
01 EuroCents pic 99 value 0.
01 EuroIntDisplay pic z(11)9.
01 DateWordsResult.
    02 DateTextPart pic x(60).
    02 DateStatusPart pic 9.
01 RunDateStamp pic x(10) value spaces.
01 CurrentStamp pic x(21) value spaces.

procedure division.
Main section.
    open input CommandFile
    if CommandStatus not = "00"
        display "No regmaint.dat command file - nothing to apply."
        goback
    end-if
    open input RegisterFile
    if RegisterStatus not = "00"
        display "No register.dat found - run CheckPrint first."
        close CommandFile
        goback
    end-if
    perform LoadRegister
    close RegisterFile

    move current-date to CurrentStamp
    move concatenate(CurrentStamp(1:4), "-", CurrentStamp(5:2),
        "-", CurrentStamp(7:2)) to RunDateStamp
    perform ReadCheckNumberControl

    open output ReportFile
    open output ReissueFile
    open input PayeeFile
    if PayeeStatus = "00"
        move 1 to PayeeOpen
    end-if
    move spaces to ReportLine
    move concatenate("CHECK REGISTER MAINTENANCE ", RunDateStamp)
        to ReportLine
    write ReportLine
    move spaces to ReportLine
    write ReportLine

    move 0 to EndOfFile
    perform until EndOfFile = 1
        read CommandFile
            at end
                move 1 to EndOfFile
            not at end
                perform ApplyCommand
        end-read
    end-perform
    close CommandFile

    perform WriteSummary
    close ReportFile
    close ReissueFile
    if PayeeOpen = 1
        close PayeeFile
    end-if

    if VoidsApplied + StopsApplied + ReissuesApplied > 0
        perform RewriteRegister
    end-if
    if ReissuesApplied > 0
        perform WriteCheckNumberControl
    end-if

    if CommandsRefused > 0
        move 4 to return-code
    end-if
    goback
    .

*> a register that will not fit the table cannot be written back
*> whole, so nothing is changed at all
LoadRegister section.
    move 0 to EndOfFile
    perform until EndOfFile = 1
        read RegisterFile
            at end
                move 1 to EndOfFile
            not at end
                if RegCount >= 10000
                    display "register.dat is past the 10000-entry "
                        "table - run stopped, nothing changed."
                    close RegisterFile
                    close CommandFile
                    move 8 to return-code
                    goback
                end-if
                add 1 to RegCount
                move RegCheckNumber to TabCheckNumber(RegCount)
                move RegCheckDate to TabCheckDate(RegCount)
                move RegPayeeName to TabPayeeName(RegCount)
                compute TabAmount(RegCount) = numval(RegAmount)
                move RegRunDate to TabRunDate(RegCount)
                move RegPaidFlag to TabPaidFlag(RegCount)
                move RegPaidDate to TabPaidDate(RegCount)
                move RegCurrency to TabCurrency(RegCount)
                move RegReason to TabReason(RegCount)
                move RegStatusDate to TabStatusDate(RegCount)
                move RegVendorId to TabVendorId(RegCount)
                move RegPriorFlag to TabPriorFlag(RegCount)
                move RegPriorDate to TabPriorDate(RegCount)
*> records written before the cross-reference columns existed
*> carry spaces there, not zeros
                if RegReplacedBy is numeric
                    move RegReplacedBy to TabReplacedBy(RegCount)
                else
                    move 0 to TabReplacedBy(RegCount)
                end-if
                if RegReplaces is numeric
                    move RegReplaces to TabReplaces(RegCount)
                else
                    move 0 to TabReplaces(RegCount)
                end-if
                if RegCheckNumber > HighestIssued
                    move RegCheckNumber to HighestIssued
                end-if
        end-read
    end-perform
    exit section
    .

*> the same control file CheckPrint numbers from. The next number
*> is never allowed below one past the highest the register already
*> holds, so a missing control file cannot hand out a live number
ReadCheckNumberControl section.
    open input CheckNoFile
    if CheckNoStatus = "00"
        read CheckNoFile
            at end
                continue
        end-read
        if test-numval(CheckNoLine) = 0
            compute NextCheckNumber = numval(CheckNoLine)
        else
            display "checkno.dat is unreadable - run stopped "
                "before any check number could be reused."
            close CheckNoFile
            close CommandFile
            move 8 to return-code
            goback
        end-if
        close CheckNoFile
    end-if
    if NextCheckNumber <= HighestIssued
        compute NextCheckNumber = HighestIssued + 1
    end-if
    exit section
    .

WriteCheckNumberControl section.
    open output CheckNoFile
    move NextCheckNumber to CheckNoLine
    write CheckNoLine
    close CheckNoFile
    exit section
    .

ApplyCommand section.
    if CommandRecord = spaces
        exit section
    end-if
    add 1 to CommandsRead

    if test-numval(CmdCheckNumber) not = 0
        move "check number is not numeric" to RefuseReason
        perform RefuseCommand
        exit section
    end-if
    compute CmdNumberValue = numval(CmdCheckNumber)
    if CmdReason = spaces
        move "no reason given" to RefuseReason
        perform RefuseCommand
        exit section
    end-if

    move 0 to FoundIndex
    perform varying ScanIndex from 1 by 1
        until ScanIndex > RegCount or FoundIndex > 0
        if TabCheckNumber(ScanIndex) = CmdNumberValue
            move ScanIndex to FoundIndex
        end-if
    end-perform
    if FoundIndex = 0
        move "check number never issued" to RefuseReason
        perform RefuseCommand
        exit section
    end-if

    evaluate TabPaidFlag(FoundIndex)
        when "P"
            move concatenate("check already paid on ",
                TabPaidDate(FoundIndex)) to RefuseReason
            perform RefuseCommand
            exit section
        when "R"
            move concatenate("check already replaced by ",
                TabReplacedBy(FoundIndex)) to RefuseReason
            perform RefuseCommand
            exit section
    end-evaluate

    evaluate upper-case(CmdVerb)
        when "VOID"
            if TabPaidFlag(FoundIndex) not = "O"
                perform DescribeStatus
                move concatenate("check is already ", trim(StatusWord))
                    to RefuseReason
                perform RefuseCommand
                exit section
            end-if
            move "V" to TabPaidFlag(FoundIndex)
            move CmdReason to TabReason(FoundIndex)
            move RunDateStamp to TabStatusDate(FoundIndex)
            add 1 to VoidsApplied
            move concatenate("VOIDED    ", CmdCheckNumber, "  ",
                CmdReason) to ReportLine
            write ReportLine
        when "STOP"
            if TabPaidFlag(FoundIndex) not = "O"
                perform DescribeStatus
                move concatenate("check is already ", trim(StatusWord))
                    to RefuseReason
                perform RefuseCommand
                exit section
            end-if
            move "S" to TabPaidFlag(FoundIndex)
            move CmdReason to TabReason(FoundIndex)
            move RunDateStamp to TabStatusDate(FoundIndex)
            add 1 to StopsApplied
            move concatenate("STOPPED   ", CmdCheckNumber, "  ",
                CmdReason) to ReportLine
            write ReportLine
        when "REISSUE"
            if TabPaidFlag(FoundIndex) not = "O" and "V" and "S"
                perform DescribeStatus
                move concatenate("check cannot be reissued from ",
                    trim(StatusWord)) to RefuseReason
                perform RefuseCommand
                exit section
            end-if
            perform ReissueCheck
        when other
            move concatenate("command ", trim(CmdVerb),
                " is not VOID, STOP or REISSUE") to RefuseReason
            perform RefuseCommand
    end-evaluate
    exit section
    .

*> the replacement takes the next number, today's date, and the
*> payee, amount and currency of the check it replaces; the old
*> record closes as R(eplaced) pointing forward, the new one opens
*> as O(utstanding) pointing back
ReissueCheck section.
    if RegCount >= 10000
        move "register table is full - no room for the replacement"
            to RefuseReason
        perform RefuseCommand
        exit section
    end-if
*> checks from before the payee master carry no vendor ID and are
*> reissued to the register name alone
    move 0 to PayeeFound
    if TabVendorId(FoundIndex) not = spaces and PayeeOpen = 1
        move TabVendorId(FoundIndex) to PayeeVendorId
        read PayeeFile
            invalid key
                continue
            not invalid key
                move 1 to PayeeFound
        end-read
    end-if
    if PayeeFound = 1 and PayeeStatusFlag = "B"
        move "vendor is blocked on the payee master" to RefuseReason
        perform RefuseCommand
        exit section
    end-if

    add 1 to RegCount
    move RegCount to NewIndex
    move NextCheckNumber to TabCheckNumber(NewIndex)
    move RunDateStamp to TabCheckDate(NewIndex)
    move TabPayeeName(FoundIndex) to TabPayeeName(NewIndex)
    if PayeeFound = 1
        move PayeeLegalName to TabPayeeName(NewIndex)
    end-if
    move TabVendorId(FoundIndex) to TabVendorId(NewIndex)
    move TabAmount(FoundIndex) to TabAmount(NewIndex)
    move RunDateStamp to TabRunDate(NewIndex)
    move "O" to TabPaidFlag(NewIndex)
    move spaces to TabPaidDate(NewIndex)
    move TabCurrency(FoundIndex) to TabCurrency(NewIndex)
    move CmdReason to TabReason(NewIndex)
    move RunDateStamp to TabStatusDate(NewIndex)
    move 0 to TabReplacedBy(NewIndex)
    move TabCheckNumber(FoundIndex) to TabReplaces(NewIndex)
    move spaces to TabPriorFlag(NewIndex)
    move spaces to TabPriorDate(NewIndex)

*> a void or stop keeps its own date alongside the R, so the ledger
*> reverses the check once, in the month it was voided or stopped
    move TabPaidFlag(FoundIndex) to TabPriorFlag(FoundIndex)
    move spaces to TabPriorDate(FoundIndex)
    if TabPaidFlag(FoundIndex) = "V" or "S"
        move TabStatusDate(FoundIndex) to TabPriorDate(FoundIndex)
    end-if
    move "R" to TabPaidFlag(FoundIndex)
    move CmdReason to TabReason(FoundIndex)
    move RunDateStamp to TabStatusDate(FoundIndex)
    move NextCheckNumber to TabReplacedBy(FoundIndex)

    perform PrintReplacement

    move spaces to ReportLine
    move concatenate("REISSUED  ", CmdCheckNumber, "  AS ",
        NextCheckNumber, "  ", CmdReason) to ReportLine
    write ReportLine
    add 1 to ReissuesApplied
    add 1 to NextCheckNumber
    exit section
    .

*> the replacement check in the same form as a checks.prn check,
*> with the number it replaces on the number line
PrintReplacement section.
    move TabAmount(NewIndex) to AmountValue
    move AmountValue to AmountText
    move DateInWords(RunDateStamp) to DateWordsResult
    evaluate TabCurrency(NewIndex)
        when "EUR"
            perform SpellEuroAmount
        when "GBP"
            move AmountInWords(trim(AmountText)) to SpelledAmount
            perform SwapPoundsWord
        when other
            move AmountInWords(trim(AmountText)) to SpelledAmount
    end-evaluate

    move AmountValue to AmountEdited
    move spaces to CheckLine
    move concatenate("CHECK NO ", TabCheckNumber(NewIndex),
        "  REPLACES ", TabCheckNumber(FoundIndex)) to CheckLine
    write CheckLine
    move spaces to CheckLine
    move concatenate("PAY TO THE ORDER OF  ", TabPayeeName(NewIndex),
        "  DATE ", trim(DateTextPart)) to CheckLine
    write CheckLine
    if PayeeFound = 1
        perform varying AddressIndex from 1 by 1
            until AddressIndex > 3
            if PayeeAddressLine(AddressIndex) not = spaces
                move spaces to CheckLine
                move PayeeAddressLine(AddressIndex) to CheckLine(22:40)
                write CheckLine
            end-if
        end-perform
    end-if
    move spaces to CheckLine
    if TabCurrency(NewIndex) = "USD"
        move concatenate("AMOUNT  ", trim(AmountEdited)) to CheckLine
    else
        move AmountValue to AmountPlainEdited
        move concatenate("AMOUNT  ", TabCurrency(NewIndex), " ",
            trim(AmountPlainEdited)) to CheckLine
    end-if
    write CheckLine
    move spaces to CheckLine
    move concatenate("*** ", trim(SpelledAmount), " ***") to CheckLine
    write CheckLine
    move all "-" to CheckLine
    write CheckLine
    exit section
    .

*> as in CheckPrint: the dollar wording with its last word swapped
SwapPoundsWord section.
    compute SpelledLength = length(trim(SpelledAmount))
    if SpelledLength >= 7
            and SpelledAmount(SpelledLength - 6:7) = "dollars"
        move concatenate(SpelledAmount(1:SpelledLength - 7),
            "pounds") to SpelledAmount
    end-if
    exit section
    .

*> as in CheckPrint: German whole euros, cents as NN/100
SpellEuroAmount section.
    move AmountValue to EuroIntPart
    compute EuroCents = (AmountValue - EuroIntPart) * 100
    move EuroIntPart to EuroIntDisplay
    move spaces to SpelledAmount
    move concatenate(trim(GermanIntegerInWords(trim(EuroIntDisplay))),
        " Euro und ", EuroCents, "/100 Cent") to SpelledAmount
    exit section
    .

DescribeStatus section.
    evaluate TabPaidFlag(FoundIndex)
        when "V"
            move "voided" to StatusWord
        when "S"
            move "stopped" to StatusWord
        when other
            move concatenate("status ", TabPaidFlag(FoundIndex))
                to StatusWord
    end-evaluate
    exit section
    .

RefuseCommand section.
    add 1 to CommandsRefused
    move spaces to ReportLine
    move concatenate("REFUSED   ", CommandRecord, "  ",
        trim(RefuseReason)) to ReportLine
    write ReportLine
    exit section
    .

WriteSummary section.
    move spaces to ReportLine
    write ReportLine
    move CommandsRead to CountEdited
    move concatenate("COMMANDS READ      ", CountEdited) to ReportLine
    write ReportLine
    move VoidsApplied to CountEdited
    move concatenate("VOIDED             ", CountEdited) to ReportLine
    write ReportLine
    move StopsApplied to CountEdited
    move concatenate("STOPPED            ", CountEdited) to ReportLine
    write ReportLine
    move ReissuesApplied to CountEdited
    move concatenate("REISSUED           ", CountEdited) to ReportLine
    write ReportLine
    move CommandsRefused to CountEdited
    move concatenate("REFUSED            ", CountEdited) to ReportLine
    write ReportLine
    exit section
    .

RewriteRegister section.
    open output RegisterFile
    perform varying ScanIndex from 1 by 1
        until ScanIndex > RegCount
        move spaces to RegisterRecord
        move TabCheckNumber(ScanIndex) to RegCheckNumber
        move TabCheckDate(ScanIndex) to RegCheckDate
        move TabPayeeName(ScanIndex) to RegPayeeName
        move TabAmount(ScanIndex) to RegAmount
        move TabRunDate(ScanIndex) to RegRunDate
        move TabPaidFlag(ScanIndex) to RegPaidFlag
        move TabPaidDate(ScanIndex) to RegPaidDate
        move TabCurrency(ScanIndex) to RegCurrency
        move TabReason(ScanIndex) to RegReason
        move TabStatusDate(ScanIndex) to RegStatusDate
        move TabReplacedBy(ScanIndex) to RegReplacedBy
        move TabReplaces(ScanIndex) to RegReplaces
        move TabVendorId(ScanIndex) to RegVendorId
        move TabPriorFlag(ScanIndex) to RegPriorFlag
        move TabPriorDate(ScanIndex) to RegPriorDate
        write RegisterRecord
    end-perform
    close RegisterFile
    exit section
    .

end program CheckMaint.
