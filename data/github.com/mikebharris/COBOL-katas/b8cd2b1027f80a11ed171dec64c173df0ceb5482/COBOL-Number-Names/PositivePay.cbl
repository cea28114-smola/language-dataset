identification division.
program-id. PositivePay.

*> Positive-pay issue file for the bank's fraud-prevention service,
*> built from the CheckPrint register. Every register check the bank
*> has not yet been told about goes into posipay.dat in the bank's
*> fixed-width layout - a header naming the account, one detail
*> record per check (account, check number, issue date, amount,
*> payee, issue/void indicator), and a trailer carrying the record
*> count and amount total, which after a normal run agree with the
*> PRINTED count and HASH TOTAL on the CheckPrint trailer.
*>
*> posipay.sent is the cumulative list of every check number already
*> sent, and is only appended to once the issue file is safely
*> closed. A check number in it is never sent again, so a rerun
*> writes an empty issue file rather than a duplicate one; and since
*> selection is "everything in the register not yet sent" rather
*> than "tonight's run date", a night the job did not run leaves no
*> gap - the bank only honours checks it has been told about.
*>
*> posipay.dat is taken away by the transmission to the bank, so one
*> still on disk holds issues the bank has not had yet. The run stops
*> with return code 8 rather than write over it; once it has gone to
*> the bank (or been moved aside) the next run goes ahead.
*>
*> The bank account number comes from bankacct.dat (one line, digits
*> only). A missing or unreadable account, or a sent list too big for
*> the table, stops the run with return code 8 before anything is
*> written: guessing at either would mean telling the bank the wrong
*> thing.
*>
*> A check CheckMaint has voided, stopped or replaced goes to the
*> bank once more with the V(oid) indicator so the bank refuses it -
*> after its I(ssue) record, in the same file if the bank has not
*> yet heard of it at all. The trailer count and amount cover the
*> issue records only, which is what keeps them in step with the
*> CheckPrint trailer; the voids carry their own count and amount.
environment division.
configuration section.
    repository.
    function all intrinsic.
input-output section.
file-control.
    select RegisterFile assign to "register.dat"
        organization is line sequential
        file status is RegisterStatus.
    select AccountFile assign to "bankacct.dat"
        organization is line sequential
        file status is AccountStatus.
    select SentFile assign to "posipay.sent"
        organization is line sequential
        file status is SentStatus.
    select IssueFile assign to "posipay.dat"
        organization is line sequential
        file status is IssueStatus.

data division.
file section.
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
fd AccountFile.
01 AccountLine pic x(12).
*> one line per check number sent: number, the indicator it went
*> with, and the date it was sent
fd SentFile.
01 SentRecord.
    02 SentCheckNumber pic 9(6).
    02 filler pic x(1).
    02 SentIndicator pic x(1).
    02 filler pic x(1).
    02 SentDate pic x(10).
*> the bank's layout: 100-byte records, H(eader), D(etail) and
*> T(railer), amounts in cents with no decimal point, dates YYYYMMDD
fd IssueFile.
01 IssueRecord pic x(100).
01 IssueHeader.
    02 HeaderType pic x(1).
    02 HeaderAccount pic 9(12).
    02 HeaderCreated pic 9(8).
    02 HeaderTime pic 9(6).
    02 filler pic x(73).
01 IssueDetail.
    02 DetailType pic x(1).
    02 DetailAccount pic 9(12).
    02 DetailCheckNumber pic 9(10).
    02 DetailIssueDate pic 9(8).
    02 DetailAmount pic 9(10)v99.
    02 DetailIndicator pic x(1).
    02 DetailPayee pic x(50).
    02 DetailCurrency pic x(3).
    02 filler pic x(3).
01 IssueTrailer.
    02 TrailerType pic x(1).
    02 TrailerAccount pic 9(12).
    02 TrailerCount pic 9(8).
    02 TrailerAmount pic 9(15)v99.
    02 TrailerVoidCount pic 9(8).
    02 TrailerVoidAmount pic 9(15)v99.
    02 filler pic x(37).

working-storage section.
01 RegisterStatus pic xx.
01 AccountStatus pic xx.
01 SentStatus pic xx.
01 IssueStatus pic xx.
01 EndOfFile pic 9 value 0.
01 BankAccount pic 9(12) value 0.
*> every check number already sent, loaded whole before the
*> register is read
01 SentTable.
    02 SentCount pic 9(5) value 0.
    02 SentEntry occurs 20000 times.
        03 TabSentNumber pic 9(6).
        03 TabSentIndicator pic x(1).
*> the numbers sent tonight, held until the issue file is closed
01 NewTable.
    02 NewCount pic 9(5) value 0.
    02 NewEntry occurs 10000 times.
        03 TabNewNumber pic 9(6).
        03 TabNewIndicator pic x(1).
01 FoundIndex pic 9(5) value 0.
01 ScanIndex pic 9(5) value 0.
01 WorkIndicator pic x(1) value spaces.
01 IssueDigits pic x(8) value spaces.
01 RegisterRead pic 9(5) value 0.
01 AlreadySent pic 9(5) value 0.
01 IssuesSent pic 9(5) value 0.
01 IssueTotal pic 9(15)v99 value 0.
01 VoidsSent pic 9(5) value 0.
01 VoidTotal pic 9(15)v99 value 0.
01 AmountValue pic s9(12)v99 value 0.
01 HashEdited pic $$$$,$$$,$$$,$$$,$$$,$$9.99.
01 CountEdited pic zzzz9.
01 FirstCheckNumber pic 9(6) value 0.
01 LastCheckNumber pic 9(6) value 0.
01 RunDateStamp pic x(10) value spaces.
01 CurrentStamp pic x(21) value spaces.

procedure division.
Main section.
    move current-date to CurrentStamp
    move concatenate(CurrentStamp(1:4), "-", CurrentStamp(5:2),
        "-", CurrentStamp(7:2)) to RunDateStamp

    perform ReadBankAccount
    perform LoadSentList

    open input RegisterFile
    if RegisterStatus not = "00"
        display "No register.dat found - run CheckPrint first."
        goback
    end-if
    open input IssueFile
    if IssueStatus = "00"
        close IssueFile
        display "posipay.dat from an earlier run has not gone to "
            "the bank yet - run stopped, nothing sent."
        close RegisterFile
        move 8 to return-code
        goback
    end-if
    open output IssueFile
    if IssueStatus not = "00"
        display "posipay.dat cannot be written - nothing sent."
        close RegisterFile
        move 8 to return-code
        goback
    end-if

    move spaces to IssueHeader
    move "H" to HeaderType
    move BankAccount to HeaderAccount
    move CurrentStamp(1:8) to HeaderCreated
    move CurrentStamp(9:6) to HeaderTime
    write IssueHeader

    perform until EndOfFile = 1
        read RegisterFile
            at end
                move 1 to EndOfFile
            not at end
                perform SelectRegisterCheck
        end-read
    end-perform
    close RegisterFile

    perform WriteIssueTrailer
    close IssueFile

    perform AppendSentList
    perform DisplayRunTotals
    goback
    .

*> bankacct.dat names the account the checks are drawn on; without
*> it the file would tell the bank about nobody's checks
ReadBankAccount section.
    open input AccountFile
    if AccountStatus not = "00"
        display "No bankacct.dat found - run stopped, nothing sent."
        move 8 to return-code
        goback
    end-if
    move spaces to AccountLine
    read AccountFile
        at end
            continue
    end-read
    close AccountFile
    if AccountLine = spaces or test-numval(AccountLine) not = 0
        display "bankacct.dat is unreadable - run stopped, "
            "nothing sent."
        move 8 to return-code
        goback
    end-if
    compute BankAccount = numval(AccountLine)
    exit section
    .

*> a sent list that will not fit is a stop, not a partial load - a
*> number missed here would be sent to the bank a second time
LoadSentList section.
    open input SentFile
    if SentStatus not = "00"
        exit section
    end-if
    move 0 to EndOfFile
    perform until EndOfFile = 1
        read SentFile
            at end
                move 1 to EndOfFile
            not at end
                if SentRecord not = spaces
                    if SentCount >= 20000
                        display "posipay.sent is past the 20000-entry "
                            "table - run stopped, nothing sent."
                        close SentFile
                        move 8 to return-code
                        goback
                    end-if
                    add 1 to SentCount
                    move SentCheckNumber to TabSentNumber(SentCount)
                    move SentIndicator to TabSentIndicator(SentCount)
                end-if
        end-read
    end-perform
    close SentFile
    move 0 to EndOfFile
    exit section
    .

*> every register check goes to the bank once as an issue, and a
*> voided, stopped or replaced one once more as a void
SelectRegisterCheck section.
    if RegisterRecord = spaces
        exit section
    end-if
    add 1 to RegisterRead
    move "I" to WorkIndicator
    perform SendIfNotSent
    if RegPaidFlag = "V" or "S" or "R"
        move "V" to WorkIndicator
        perform SendIfNotSent
    end-if
    exit section
    .

*> a number already sent with this indicator is counted and passed
*> over
SendIfNotSent section.
    move 0 to FoundIndex
    perform varying ScanIndex from 1 by 1
        until ScanIndex > SentCount or FoundIndex > 0
        if TabSentNumber(ScanIndex) = RegCheckNumber
                and TabSentIndicator(ScanIndex) = WorkIndicator
            move ScanIndex to FoundIndex
        end-if
    end-perform
    if FoundIndex > 0
        add 1 to AlreadySent
        exit section
    end-if

    if NewCount >= 10000
        display "More than 10000 checks to send in one run - "
            "rerun after this file is transmitted."
        move 4 to return-code
        exit section
    end-if

    compute AmountValue = numval(RegAmount)
    move spaces to IssueDigits
    move concatenate(RegCheckDate(1:4), RegCheckDate(6:2),
        RegCheckDate(9:2)) to IssueDigits

    move spaces to IssueDetail
    move "D" to DetailType
    move BankAccount to DetailAccount
    move RegCheckNumber to DetailCheckNumber
    if test-numval(IssueDigits) = 0
        compute DetailIssueDate = numval(IssueDigits)
    else
        move CurrentStamp(1:8) to DetailIssueDate
    end-if
    move AmountValue to DetailAmount
    move WorkIndicator to DetailIndicator
    move RegPayeeName to DetailPayee
    move RegCurrency to DetailCurrency
    write IssueDetail

    add 1 to NewCount
    move RegCheckNumber to TabNewNumber(NewCount)
    move WorkIndicator to TabNewIndicator(NewCount)
    if WorkIndicator = "V"
        add 1 to VoidsSent
        add AmountValue to VoidTotal
        exit section
    end-if
    add 1 to IssuesSent
    add AmountValue to IssueTotal
    if FirstCheckNumber = 0
        move RegCheckNumber to FirstCheckNumber
    end-if
    move RegCheckNumber to LastCheckNumber
    exit section
    .

WriteIssueTrailer section.
    move spaces to IssueTrailer
    move "T" to TrailerType
    move BankAccount to TrailerAccount
    move IssuesSent to TrailerCount
    move IssueTotal to TrailerAmount
    move VoidsSent to TrailerVoidCount
    move VoidTotal to TrailerVoidAmount
    write IssueTrailer
    exit section
    .

*> only once the issue file is closed do tonight's numbers join the
*> sent list - a run that dies before this point sends them again
*> on the rerun rather than never
AppendSentList section.
    if NewCount = 0
        exit section
    end-if
    open extend SentFile
    if SentStatus not = "00"
        open output SentFile
    end-if
    perform varying ScanIndex from 1 by 1
        until ScanIndex > NewCount
        move spaces to SentRecord
        move TabNewNumber(ScanIndex) to SentCheckNumber
        move TabNewIndicator(ScanIndex) to SentIndicator
        move RunDateStamp to SentDate
        write SentRecord
    end-perform
    close SentFile
    exit section
    .

*> the same figures the CheckPrint trailer shows, in the same words,
*> so the operator can lay one beside the other
DisplayRunTotals section.
    move IssuesSent to CountEdited
    move IssueTotal to HashEdited
    display "POSITIVE PAY  PRINTED " CountEdited
        "  HASH TOTAL " trim(HashEdited)
    if IssuesSent > 0
        display "POSITIVE PAY  CHECK NOS " FirstCheckNumber
            "-" LastCheckNumber
    end-if
    move VoidsSent to CountEdited
    move VoidTotal to HashEdited
    display "POSITIVE PAY  VOIDS " CountEdited
        "  VOID TOTAL " trim(HashEdited)
    move AlreadySent to CountEdited
    display "POSITIVE PAY  ALREADY SENT, NOT RESENT " CountEdited
    exit section
    .

end program PositivePay.
