identification division.
program-id. PayeeMaint.

*> Maintenance for the payee master payees.dat, the indexed file
*> CheckPrint looks every payment's vendor ID up in. One vendor per
*> record: vendor ID (the key), legal name as it goes on the check,
*> three address lines for the window envelope, default currency,
*> and an A(ctive)/B(locked) flag - a blocked vendor is on file but
*> CheckPrint will not pay it.
*>
*> Commands come from payeemnt.dat, one per line, in fixed columns:
*>
*>    1-8    ADD, CHANGE, BLOCK, UNBLOCK or LIST
*>   10-17   vendor ID
*>   19-48   legal name
*>   50-89   address line 1
*>   91-130  address line 2
*>  132-171  address line 3
*>  173-175  default currency
*>
*> ADD needs a vendor ID not already on file, a legal name and a
*> first address line; the vendor starts active, with USD when no
*> currency is given. CHANGE replaces only the fields that are not
*> blank. BLOCK and UNBLOCK take the vendor ID alone. LIST writes the
*> whole master to payees.lst. Every command and its outcome is
*> logged to payeemnt.rpt; return code 4 flags refused commands.
environment division.
configuration section.
    repository.
    function all intrinsic.
input-output section.
file-control.
    select CommandFile assign to "payeemnt.dat"
        organization is line sequential
        file status is CommandStatus.
    select PayeeFile assign to "payees.dat"
        organization is indexed
        access mode is dynamic
        record key is PayeeVendorId
        file status is PayeeStatus.
    select ReportFile assign to "payeemnt.rpt"
        organization is line sequential
        file status is ReportStatus.
    select ListFile assign to "payees.lst"
        organization is line sequential
        file status is ListStatus.

data division.
file section.
fd CommandFile.
01 CommandRecord.
    02 CmdVerb pic x(8).
    02 filler pic x(1).
    02 CmdVendorId pic x(8).
    02 filler pic x(1).
    02 CmdLegalName pic x(30).
    02 filler pic x(1).
    02 CmdAddressLine1 pic x(40).
    02 filler pic x(1).
    02 CmdAddressLine2 pic x(40).
    02 filler pic x(1).
    02 CmdAddressLine3 pic x(40).
    02 filler pic x(1).
    02 CmdCurrency pic x(3).
*> field for field the record CheckPrint and CheckMaint read - the
*> programs must be kept in step
fd PayeeFile.
01 PayeeRecord.
    02 PayeeVendorId pic x(8).
    02 PayeeLegalName pic x(30).
    02 PayeeAddressLine pic x(40) occurs 3 times.
    02 PayeeCurrency pic x(3).
    02 PayeeStatusFlag pic x(1).
    02 PayeeChangedDate pic x(10).
fd ReportFile.
01 ReportLine pic x(132).
fd ListFile.
01 ListLine pic x(200).

working-storage section.
01 CommandStatus pic xx.
01 PayeeStatus pic xx.
01 ReportStatus pic xx.
01 ListStatus pic xx.
01 EndOfFile pic 9 value 0.
01 ListEnd pic 9 value 0.
01 CommandsRead pic 9(5) value 0.
01 CommandsApplied pic 9(5) value 0.
01 CommandsRefused pic 9(5) value 0.
01 PayeesListed pic 9(5) value 0.
01 RefuseReason pic x(60) value spaces.
01 DoneText pic x(40) value spaces.
01 CountEdited pic zzzz9.
01 RunDateStamp pic x(10) value spaces.
01 CurrentStamp pic x(21) value spaces.

procedure division.
Main section.
    open input CommandFile
    if CommandStatus not = "00"
        display "No payeemnt.dat command file - nothing to apply."
        goback
    end-if
*> the master is created empty the very first time
    open i-o PayeeFile
    if PayeeStatus = "35"
        open output PayeeFile
        close PayeeFile
        open i-o PayeeFile
    end-if
    if PayeeStatus not = "00"
        display "payees.dat cannot be opened - status "
            PayeeStatus ", nothing applied."
        close CommandFile
        move 8 to return-code
        goback
    end-if

    move current-date to CurrentStamp
    move concatenate(CurrentStamp(1:4), "-", CurrentStamp(5:2),
        "-", CurrentStamp(7:2)) to RunDateStamp
    open output ReportFile
    move spaces to ReportLine
    move concatenate("PAYEE MASTER MAINTENANCE ", RunDateStamp)
        to ReportLine
    write ReportLine
    move spaces to ReportLine
    write ReportLine

    perform until EndOfFile = 1
        read CommandFile
            at end
                move 1 to EndOfFile
            not at end
                perform ApplyCommand
        end-read
    end-perform

    perform WriteSummary
    close CommandFile
    close PayeeFile
    close ReportFile
    if CommandsRefused > 0
        move 4 to return-code
    end-if
    goback
    .

ApplyCommand section.
    if CommandRecord = spaces
        exit section
    end-if
    add 1 to CommandsRead
    if upper-case(CmdVerb) = "LIST"
        perform ListPayees
        exit section
    end-if
    if CmdVendorId = spaces
        move "no vendor ID given" to RefuseReason
        perform RefuseCommand
        exit section
    end-if

    evaluate upper-case(CmdVerb)
        when "ADD"
            perform AddPayee
        when "CHANGE"
            perform ChangePayee
        when "BLOCK"
            perform BlockPayee
        when "UNBLOCK"
            perform BlockPayee
        when other
            move concatenate("command ", trim(CmdVerb),
                " is not ADD, CHANGE, BLOCK, UNBLOCK or LIST")
                to RefuseReason
            perform RefuseCommand
    end-evaluate
    exit section
    .

*> a vendor goes on with at least a name and somewhere to mail the
*> check - anything less cannot fill a window envelope
AddPayee section.
    if CmdLegalName = spaces or CmdAddressLine1 = spaces
        move "ADD needs a legal name and an address line"
            to RefuseReason
        perform RefuseCommand
        exit section
    end-if
    move spaces to PayeeRecord
    move CmdVendorId to PayeeVendorId
    move CmdLegalName to PayeeLegalName
    move CmdAddressLine1 to PayeeAddressLine(1)
    move CmdAddressLine2 to PayeeAddressLine(2)
    move CmdAddressLine3 to PayeeAddressLine(3)
    move upper-case(CmdCurrency) to PayeeCurrency
    if PayeeCurrency = spaces
        move "USD" to PayeeCurrency
    end-if
    move "A" to PayeeStatusFlag
    move RunDateStamp to PayeeChangedDate
    write PayeeRecord
        invalid key
            move "vendor ID is already on the master" to RefuseReason
            perform RefuseCommand
            exit section
    end-write
    move "added" to DoneText
    perform LogApplied
    exit section
    .

ChangePayee section.
    move CmdVendorId to PayeeVendorId
    read PayeeFile
        invalid key
            move "vendor ID is not on the master" to RefuseReason
            perform RefuseCommand
            exit section
    end-read
    if CmdLegalName not = spaces
        move CmdLegalName to PayeeLegalName
    end-if
    if CmdAddressLine1 not = spaces
        move CmdAddressLine1 to PayeeAddressLine(1)
    end-if
    if CmdAddressLine2 not = spaces
        move CmdAddressLine2 to PayeeAddressLine(2)
    end-if
    if CmdAddressLine3 not = spaces
        move CmdAddressLine3 to PayeeAddressLine(3)
    end-if
    if CmdCurrency not = spaces
        move upper-case(CmdCurrency) to PayeeCurrency
    end-if
    move RunDateStamp to PayeeChangedDate
    rewrite PayeeRecord
        invalid key
            move concatenate("rewrite failed - status ", PayeeStatus)
                to RefuseReason
            perform RefuseCommand
            exit section
    end-rewrite
    move "changed" to DoneText
    perform LogApplied
    exit section
    .

*> BLOCK and UNBLOCK differ only in the flag they leave behind
BlockPayee section.
    move CmdVendorId to PayeeVendorId
    read PayeeFile
        invalid key
            move "vendor ID is not on the master" to RefuseReason
            perform RefuseCommand
            exit section
    end-read
    if upper-case(CmdVerb) = "BLOCK"
        move "B" to PayeeStatusFlag
        move "blocked" to DoneText
    else
        move "A" to PayeeStatusFlag
        move "unblocked" to DoneText
    end-if
    move RunDateStamp to PayeeChangedDate
    rewrite PayeeRecord
        invalid key
            move concatenate("rewrite failed - status ", PayeeStatus)
                to RefuseReason
            perform RefuseCommand
            exit section
    end-rewrite
    perform LogApplied
    exit section
    .

*> the whole master in key order, one vendor per line
ListPayees section.
    open output ListFile
    move low-values to PayeeVendorId
    start PayeeFile key is not less than PayeeVendorId
        invalid key
            move "  master is empty" to ListLine
            write ListLine
            close ListFile
            move "listed (empty master)" to DoneText
            perform LogApplied
            exit section
    end-start
    move 0 to PayeesListed
    move 0 to ListEnd
    perform until ListEnd = 1
        read PayeeFile next record
            at end
                move 1 to ListEnd
            not at end
                add 1 to PayeesListed
                move spaces to ListLine
                move concatenate(PayeeVendorId, " ", PayeeStatusFlag,
                    " ", PayeeCurrency, " ", PayeeLegalName, " ",
                    trim(PayeeAddressLine(1)), " / ",
                    trim(PayeeAddressLine(2)), " / ",
                    trim(PayeeAddressLine(3))) to ListLine
                write ListLine
        end-read
    end-perform
    move PayeesListed to CountEdited
    move spaces to ListLine
    move concatenate("Payees on master: ", trim(CountEdited))
        to ListLine
    write ListLine
    close ListFile
    move "listed to payees.lst" to DoneText
    perform LogApplied
    exit section
    .

LogApplied section.
    add 1 to CommandsApplied
    move spaces to ReportLine
    move concatenate("DONE      ", CmdVerb, " ", CmdVendorId, "  ",
        trim(DoneText)) to ReportLine
    write ReportLine
    exit section
    .

RefuseCommand section.
    add 1 to CommandsRefused
    move spaces to ReportLine
    move concatenate("REFUSED   ", CmdVerb, " ", CmdVendorId, "  ",
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
    move CommandsApplied to CountEdited
    move concatenate("APPLIED            ", CountEdited) to ReportLine
    write ReportLine
    move CommandsRefused to CountEdited
    move concatenate("REFUSED            ", CountEdited) to ReportLine
    write ReportLine
    exit section
    .

end program PayeeMaint.
