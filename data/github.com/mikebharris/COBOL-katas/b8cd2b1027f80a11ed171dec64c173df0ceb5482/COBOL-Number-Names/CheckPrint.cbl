*> outstanding/paid marker the reconciliation job maintains - which
*> is what month-end reconciliation against the bank statement
*> actually works from. The trailer names the number range used.
*>
*> Payments name their payee by vendor ID (columns 1-8) and the
*> name, address and default currency come from the payee master
*> payees.dat that PayeeMaint keeps. A vendor ID not on the master,
*> or a vendor marked blocked there, is a reject - nobody gets paid
*> under a name typed into the payments file - and every check
*> carries the vendor's legal name and address block, laid out for
*> a window envelope. A blank currency takes the vendor's default.
*> With no payee master at all the run stops before printing.
*>
*> The trailer also states what the run cost in base currency. The
*> shared daily rates file rates.dat (the same one the desk
*> calculator converts from) carries one line per currency per day:
*> rate date YYYY-MM-DD in columns 1-10, currency 12-14, base
*> currency 16-18, and from column 20 the base-currency value of
*> one unit. A later line for the same day and currency corrects an
*> earlier one. Only the run date's rates are used: with none at
*> all the run stops before printing, and a payment in a currency
*> that has no rate that day is a reject - a trailer that cannot be
*> valued completely is never printed.
environment division.
configuration section.
    repository.
    select RegisterFile assign to "register.dat"
        organization is line sequential
        file status is RegisterStatus.
    select RatesFile assign to "rates.dat"
        organization is line sequential
        file status is RatesStatus.
    select PayeeFile assign to "payees.dat"
        organization is indexed
        access mode is random
        record key is PayeeVendorId
        file status is PayeeStatus.

data division.
file section.
fd PaymentsFile.
01 PaymentRecord.
    02 PaymentVendorId pic x(8).
    02 filler pic x(22).
    02 PaymentDate pic x(10).
    02 PaymentAmount pic x(12).
    02 CurrencyCode pic x(3).
*> reconciliation job can read it back by position: number, check
*> date, payee, amount (implied-decimal display), run date, then
*> the O(utstanding)/P(aid) marker and paid date reconciliation
*> maintains. CheckMaint adds the V(oided), S(topped) and R(eplaced)
*> markers, the reason and date of that change, and the numbers a
*> reissued check was replaced by and replaces
fd RegisterFile.
01 RegisterRecord.
    02 RegCheckNumber pic 9(6).
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
fd RatesFile.
01 RateRecord.
    02 RateDate pic x(10).
    02 filler pic x(1).
    02 RateCurrency pic x(3).
    02 filler pic x(1).
    02 RateBaseCurrency pic x(3).
    02 filler pic x(1).
    02 RateText pic x(16).
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
01 PaymentsStatus pic xx.
01 RejectReason pic x(40) value spaces.
01 CheckNoStatus pic xx.
01 RegisterStatus pic xx.
01 PayeeStatus pic xx.
01 RatesStatus pic xx.
*> the run date's rates, one slot per currency
01 RateTable.
    02 RateCount pic 99 value 0.
    02 RateEntry occurs 20 times.
        03 TabRateCurrency pic x(3).
        03 TabRateValue pic 9(6)v9(6).
01 RateBase pic x(3) value spaces.
01 RateIndex pic 99 value 0.
01 RateFound pic 9 value 0.
01 RateValue pic 9(6)v9(6) value 0.
01 RateErrors pic 9(5) value 0.
01 RateEdited pic z(5)9.9(6).
01 BaseEquivalent pic 9(15)v99 value 0.
01 BaseTotal pic 9(15)v99 value 0.
01 AddressIndex pic 9 value 0.
01 WorkCurrency pic x(3) value spaces.
01 AmountPlainEdited pic z(11)9.99.
01 EuroIntPart pic 9(12) value 0.
        display "No payments.dat input file - nothing to print."
        goback
    end-if
    open input PayeeFile
    if PayeeStatus not = "00"
        display "No payees.dat payee master - run stopped, "
            "nothing printed."
        close PaymentsFile
        move 8 to return-code
        goback
    end-if
*> the run date stamps every register record written tonight
    move current-date to CurrentStamp
    move concatenate(CurrentStamp(1:4), "-", CurrentStamp(5:2),
        "-", CurrentStamp(7:2)) to RunDateStamp

    perform LoadRates
    if RateBase = spaces or RateErrors > 0
        display "*** NO USABLE EXCHANGE RATES IN rates.dat FOR "
            RunDateStamp " - RUN STOPPED, NOTHING PRINTED ***"
        close PaymentsFile
        close PayeeFile
        move 8 to return-code
        goback
    end-if

    open output ChecksFile
    open output RejectsFile

    perform ReadCheckNumberControl
*> the register accumulates across runs - append, creating it only
*> the very first time
    close ChecksFile
    close RejectsFile
    close RegisterFile
    close PayeeFile
    goback
    .

                "before any check number could be reused."
            close CheckNoFile
            close PaymentsFile
            close PayeeFile
            close ChecksFile
            close RejectsFile
            move 8 to return-code
ProcessPayment section.
    add 1 to RecordsRead

*> the payee is whoever the master says the vendor ID is - an ID it
*> does not know, or one it has blocked, never reaches check stock
    move PaymentVendorId to PayeeVendorId
    read PayeeFile
        invalid key
            move "vendor ID not on the payee master" to RejectReason
            perform RejectPayment
            exit section
    end-read
    if PayeeStatusFlag = "B"
        move "vendor is blocked on the payee master" to RejectReason
        perform RejectPayment
        exit section
    end-if

    if test-numval(PaymentAmount) not = 0
        move "amount is not numeric" to RejectReason
        perform RejectPayment
        exit section
    end-if

*> a blank currency takes the vendor's default, and a vendor with
*> none keeps the file's historical meaning - dollars
    move CurrencyCode to WorkCurrency
    if WorkCurrency = spaces
        move PayeeCurrency to WorkCurrency
    end-if
    if WorkCurrency = spaces
        move "USD" to WorkCurrency
    end-if
            perform RejectPayment
            exit section
    end-evaluate
*> every check printed has to be valued in the trailer
    perform FindRate
    if RateFound = 0
        move concatenate("no exchange rate for ", WorkCurrency,
            " on ", RunDateStamp) to RejectReason
        perform RejectPayment
        exit section
    end-if
*> a result that fills the field to its last byte may have been cut
*> off by the 255-byte ceiling - that never goes onto check stock
    if SpelledAmount(255:1) not = space
    move concatenate("CHECK NO ", NextCheckNumber) to CheckLine
    write CheckLine
    move spaces to CheckLine
    move concatenate("PAY TO THE ORDER OF  ", PayeeLegalName,
        "  DATE ", trim(DateTextPart)) to CheckLine
    write CheckLine
*> the address block sits under the name for the envelope window
    perform varying AddressIndex from 1 by 1 until AddressIndex > 3
        if PayeeAddressLine(AddressIndex) not = spaces
            move spaces to CheckLine
            move PayeeAddressLine(AddressIndex) to CheckLine(22:40)
            write CheckLine
        end-if
    end-perform
    move spaces to CheckLine
*> the '$' edited figure belongs to dollar checks alone; any other
*> currency prints its code ahead of a plain figure
    move spaces to RegisterRecord
    move NextCheckNumber to RegCheckNumber
    move PaymentDate to RegCheckDate
    move PayeeLegalName to RegPayeeName
    move AmountValue to RegAmount
    move RunDateStamp to RegRunDate
    move "O" to RegPaidFlag
    move WorkCurrency to RegCurrency
    move 0 to RegReplacedBy
    move 0 to RegReplaces
    move PayeeVendorId to RegVendorId
    move spaces to RegPriorFlag
    move spaces to RegPriorDate
    write RegisterRecord

    if FirstCheckNumber = 0
            "  HASH GBP ", trim(HashPlainEdited)) to CheckLine
        write CheckLine
    end-if
*> what each currency cost in base currency at the run date's rate,
*> and the run's grand total
    if PrintedUSD > 0
        move "USD" to WorkCurrency
        move HashUSD to BaseEquivalent
        perform WriteBaseLine
    end-if
    if PrintedEUR > 0
        move "EUR" to WorkCurrency
        move HashEUR to BaseEquivalent
        perform WriteBaseLine
    end-if
    if PrintedGBP > 0
        move "GBP" to WorkCurrency
        move HashGBP to BaseEquivalent
        perform WriteBaseLine
    end-if
    move BaseTotal to HashPlainEdited
    move spaces to CheckLine
    move concatenate("TRAILER  BASE TOTAL ", RateBase, " ",
        trim(HashPlainEdited), "  RATES OF ", RunDateStamp)
        to CheckLine
    write CheckLine
    if RecordsRead not = RecordsPrinted + RecordsRejected
        move "TRAILER  *** COUNTS DO NOT RECONCILE ***" to CheckLine
        write CheckLine
    exit section
    .

*> BaseEquivalent comes in holding the currency's hash total and
*> goes out holding its base-currency value
WriteBaseLine section.
    perform FindRate
    compute BaseEquivalent rounded = BaseEquivalent * RateValue
    add BaseEquivalent to BaseTotal
    move RateValue to RateEdited
    move BaseEquivalent to HashPlainEdited
    move spaces to CheckLine
    move concatenate("TRAILER  ", WorkCurrency, " AT ",
        trim(RateEdited), "  BASE ", RateBase, " ",
        trim(HashPlainEdited)) to CheckLine
    write CheckLine
    exit section
    .

*> the run date's lines from rates.dat; a line that does not parse,
*> or names a different base from the others, is counted so the
*> run can stop rather than value checks at a guess
LoadRates section.
    open input RatesFile
    if RatesStatus not = "00"
        exit section
    end-if
    move 0 to EndOfFile
    perform until EndOfFile = 1
        read RatesFile
            at end
                move 1 to EndOfFile
            not at end
                if RateDate = RunDateStamp
                    perform TakeRateLine
                end-if
        end-read
    end-perform
    move 0 to EndOfFile
    close RatesFile
    exit section
    .

TakeRateLine section.
    if test-numval(RateText) not = 0
        display "rates.dat line for " RateCurrency " on " RateDate
            " has an unreadable rate"
        add 1 to RateErrors
        exit section
    end-if
    if RateBase = spaces
        move RateBaseCurrency to RateBase
    end-if
    if RateBaseCurrency not = RateBase
        display "rates.dat line for " RateCurrency " on " RateDate
            " names base " RateBaseCurrency ", not " RateBase
        add 1 to RateErrors
        exit section
    end-if
    move RateCurrency to WorkCurrency
    perform FindRate
    if RateFound = 0 or RateIndex = 0
        if RateCount >= 20
            add 1 to RateErrors
            exit section
        end-if
        add 1 to RateCount
        move RateCount to RateIndex
        move RateCurrency to TabRateCurrency(RateIndex)
    end-if
    compute TabRateValue(RateIndex) = numval(RateText)
    exit section
    .

*> the rate for WorkCurrency on the run date - the base currency is
*> always worth exactly one of itself
FindRate section.
    move 0 to RateFound
    move 0 to RateIndex
    move 0 to RateValue
    perform varying RateIndex from 1 by 1
        until RateIndex > RateCount or RateFound = 1
        if TabRateCurrency(RateIndex) = WorkCurrency
            move 1 to RateFound
            move TabRateValue(RateIndex) to RateValue
        end-if
    end-perform
    if RateFound = 1
        subtract 1 from RateIndex
        exit section
    end-if
    move 0 to RateIndex
    if WorkCurrency = RateBase and RateBase not = spaces
        move 1 to RateFound
        move 1 to RateValue
    end-if
    exit section
    .

end program CheckPrint.
