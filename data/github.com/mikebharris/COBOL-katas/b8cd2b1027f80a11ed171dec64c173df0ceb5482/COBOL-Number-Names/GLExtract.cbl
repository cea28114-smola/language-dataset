identification division.
program-id. GLExtract.

*> General-ledger journal extract over the CheckPrint register. For
*> the period named in glperiod.dat (one line, YYYY-MM) it writes
*> gljournal.dat - balanced journal lines in the posting layout:
*>
*>   issued   a check dated in the period      Dr AP clearing
*>                                             Cr cash in transit
*>   cleared  a check CheckRecon marked paid   Dr cash in transit
*>            with a paid date in the period   Cr cash at bank
*>   voided   a check CheckMaint voided,       Dr cash in transit
*>            stopped or replaced in the       Cr AP clearing
*>            period (a replacement is a new
*>            issue of its own; a check
*>            voided or stopped before it
*>            was replaced is reversed once,
*>            by its void or stop date)
*>
*> Every line carries its own currency and no pair ever mixes two,
*> so each currency balances on its own; a C(ontrol) record per
*> currency and the T(railer) carry the debit and credit totals that
*> prove it. The batch ID is built from the period and nothing in
*> the extract depends on when it was run, so rerunning a period
*> reproduces the same file byte for byte - the ledger import
*> refuses a batch ID it has already posted.
*>
*> A missing or malformed period stops the run with return code 8;
*> a register date that does not parse is counted and left out, and
*> return code 4 flags that.
environment division.
configuration section.
    repository.
    function all intrinsic.
input-output section.
file-control.
    select RegisterFile assign to "register.dat"
        organization is line sequential
        file status is RegisterStatus.
    select PeriodFile assign to "glperiod.dat"
        organization is line sequential
        file status is PeriodStatus.
    select JournalFile assign to "gljournal.dat"
        organization is line sequential
        file status is JournalStatus.

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
fd PeriodFile.
01 PeriodLine pic x(7).
*> the posting layout: 100-byte records, H(eader), D(etail),
*> C(ontrol per currency) and T(railer); amounts unsigned with two
*> implied decimals, the D/C column giving the side
fd JournalFile.
01 JournalRecord pic x(100).
01 JournalHeader.
    02 HeaderType pic x(1).
    02 HeaderBatchId pic x(10).
    02 HeaderPeriod pic x(7).
    02 filler pic x(82).
01 JournalDetail.
    02 DetailType pic x(1).
    02 DetailBatchId pic x(10).
    02 DetailLineNumber pic 9(6).
    02 DetailPostDate pic 9(8).
    02 DetailAccount pic x(8).
    02 DetailCurrency pic x(3).
    02 DetailSide pic x(1).
    02 DetailAmount pic 9(13)v99.
    02 DetailReference pic 9(6).
    02 DetailDescription pic x(30).
    02 filler pic x(12).
01 JournalControl.
    02 ControlType pic x(1).
    02 ControlBatchId pic x(10).
    02 ControlCurrency pic x(3).
    02 ControlLines pic 9(6).
    02 ControlDebits pic 9(15)v99.
    02 ControlCredits pic 9(15)v99.
    02 filler pic x(46).
01 JournalTrailer.
    02 TrailerType pic x(1).
    02 TrailerBatchId pic x(10).
    02 TrailerLines pic 9(6).
    02 TrailerDebits pic 9(15)v99.
    02 TrailerCredits pic 9(15)v99.
    02 filler pic x(49).

working-storage section.
01 RegisterStatus pic xx.
01 PeriodStatus pic xx.
01 JournalStatus pic xx.
01 EndOfFile pic 9 value 0.
*> the ledger accounts the check entries post to
01 AccountApClearing pic x(8) value "2010".
01 AccountInTransit pic x(8) value "1015".
01 AccountBank pic x(8) value "1010".
01 Period pic x(7) value spaces.
01 PeriodDigits pic x(6) value spaces.
01 BatchId pic x(10) value spaces.
01 LineNumber pic 9(6) value 0.
01 AmountValue pic s9(12)v99 value 0.
01 EventDate pic x(10) value spaces.
01 VoidFlag pic x(1) value spaces.
01 VoidDate pic x(10) value spaces.
01 EventDigits pic x(8) value spaces.
01 DebitAccount pic x(8) value spaces.
01 CreditAccount pic x(8) value spaces.
01 EntryAccount pic x(8) value spaces.
01 EntrySide pic x(1) value spaces.
01 EntryDescription pic x(30) value spaces.
01 WorkCurrency pic x(3) value spaces.
01 DatesUnreadable pic 9(5) value 0.
01 IssuedCount pic 9(5) value 0.
01 ClearedCount pic 9(5) value 0.
01 VoidedCount pic 9(5) value 0.
01 TotalDebits pic 9(15)v99 value 0.
01 TotalCredits pic 9(15)v99 value 0.
*> one control slot per currency met, in the order first met
01 CurrencyTable.
    02 CurrencyCount pic 99 value 0.
    02 CurrencyEntry occurs 20 times.
        03 TabCurrency pic x(3).
        03 TabLines pic 9(6).
        03 TabDebits pic 9(15)v99.
        03 TabCredits pic 9(15)v99.
01 CurrencyIndex pic 99 value 0.
01 ScanIndex pic 99 value 0.
01 HashEdited pic z(14)9.99.
01 CountEdited pic zzzz9.

procedure division.
Main section.
    perform ReadPeriod

    open input RegisterFile
    if RegisterStatus not = "00"
        display "No register.dat found - run CheckPrint first."
        goback
    end-if
    open output JournalFile

    move spaces to JournalHeader
    move "H" to HeaderType
    move BatchId to HeaderBatchId
    move Period to HeaderPeriod
    write JournalHeader

    perform until EndOfFile = 1
        read RegisterFile
            at end
                move 1 to EndOfFile
            not at end
                perform JournalOneCheck
        end-read
    end-perform
    close RegisterFile

    perform WriteControlTotals
    close JournalFile
    perform DisplayRunTotals

    if DatesUnreadable > 0
        move 4 to return-code
    end-if
    goback
    .

*> the period is the whole selection - without a real one the
*> extract would post the wrong month
ReadPeriod section.
    open input PeriodFile
    if PeriodStatus not = "00"
        display "No glperiod.dat found - run stopped, nothing "
            "extracted."
        move 8 to return-code
        goback
    end-if
    move spaces to PeriodLine
    read PeriodFile
        at end
            continue
    end-read
    close PeriodFile
    move PeriodLine to Period
    move concatenate(Period(1:4), Period(6:2)) to PeriodDigits
    if Period(5:1) not = "-" or test-numval(PeriodDigits) not = 0
            or Period(6:2) < "01" or Period(6:2) > "12"
        display "glperiod.dat does not hold a YYYY-MM period - run "
            "stopped, nothing extracted."
        move 8 to return-code
        goback
    end-if
    move concatenate("CHK", PeriodDigits) to BatchId
    exit section
    .

*> a check can meet the period up to three times: issued, cleared,
*> and voided, each by its own date
JournalOneCheck section.
    if RegisterRecord = spaces
        exit section
    end-if
    compute AmountValue = numval(RegAmount)
    move RegCurrency to WorkCurrency
    if WorkCurrency = spaces
        move "USD" to WorkCurrency
    end-if

    if RegCheckDate(1:7) = Period
        move RegCheckDate to EventDate
        move AccountApClearing to DebitAccount
        move AccountInTransit to CreditAccount
        move concatenate("CHECK ISSUED ", RegPayeeName)
            to EntryDescription
        perform PostEntryPair
        add 1 to IssuedCount
    end-if

    if RegPaidFlag = "P" and RegPaidDate(1:7) = Period
        move RegPaidDate to EventDate
        move AccountInTransit to DebitAccount
        move AccountBank to CreditAccount
        move concatenate("CHECK CLEARED ", RegPayeeName)
            to EntryDescription
        perform PostEntryPair
        add 1 to ClearedCount
    end-if

*> a replaced check that had been voided or stopped was reversed
*> then - the reissue adds nothing, and the void still lands in its
*> own month when that period is run again
    move RegPaidFlag to VoidFlag
    move RegStatusDate to VoidDate
    if RegPaidFlag = "R" and (RegPriorFlag = "V" or "S")
        move RegPriorFlag to VoidFlag
        move RegPriorDate to VoidDate
    end-if
    if (VoidFlag = "V" or "S" or "R")
            and VoidDate(1:7) = Period
        move VoidDate to EventDate
        move AccountInTransit to DebitAccount
        move AccountApClearing to CreditAccount
        evaluate VoidFlag
            when "V"
                move concatenate("CHECK VOIDED ", RegPayeeName)
                    to EntryDescription
            when "S"
                move concatenate("CHECK STOPPED ", RegPayeeName)
                    to EntryDescription
            when other
                move concatenate("CHECK REPLACED ", RegPayeeName)
                    to EntryDescription
        end-evaluate
        perform PostEntryPair
        add 1 to VoidedCount
    end-if
    exit section
    .

*> one debit line and one credit line for the same amount in the
*> same currency - the pair always balances
PostEntryPair section.
    move concatenate(EventDate(1:4), EventDate(6:2), EventDate(9:2))
        to EventDigits
    if test-numval(EventDigits) not = 0
        add 1 to DatesUnreadable
        display "Check " RegCheckNumber " date " EventDate
            " does not parse - left out of the extract."
        exit section
    end-if

    perform FindCurrencySlot
    if CurrencyIndex = 0
        add 1 to DatesUnreadable
        display "Check " RegCheckNumber " currency " WorkCurrency
            " past the 20-currency table - left out of the extract."
        exit section
    end-if

    move DebitAccount to EntryAccount
    move "D" to EntrySide
    perform WriteDetailLine
    add AmountValue to TotalDebits
    add AmountValue to TabDebits(CurrencyIndex)

    move CreditAccount to EntryAccount
    move "C" to EntrySide
    perform WriteDetailLine
    add AmountValue to TotalCredits
    add AmountValue to TabCredits(CurrencyIndex)
    exit section
    .

WriteDetailLine section.
    add 1 to LineNumber
    add 1 to TabLines(CurrencyIndex)
    move spaces to JournalDetail
    move "D" to DetailType
    move BatchId to DetailBatchId
    move LineNumber to DetailLineNumber
    compute DetailPostDate = numval(EventDigits)
    move EntryAccount to DetailAccount
    move WorkCurrency to DetailCurrency
    move EntrySide to DetailSide
    move AmountValue to DetailAmount
    move RegCheckNumber to DetailReference
    move EntryDescription to DetailDescription
    write JournalDetail
    exit section
    .

FindCurrencySlot section.
    move 0 to CurrencyIndex
    perform varying ScanIndex from 1 by 1
        until ScanIndex > CurrencyCount or CurrencyIndex > 0
        if TabCurrency(ScanIndex) = WorkCurrency
            move ScanIndex to CurrencyIndex
        end-if
    end-perform
    if CurrencyIndex = 0 and CurrencyCount < 20
        add 1 to CurrencyCount
        move CurrencyCount to CurrencyIndex
        move WorkCurrency to TabCurrency(CurrencyIndex)
        move 0 to TabLines(CurrencyIndex)
        move 0 to TabDebits(CurrencyIndex)
        move 0 to TabCredits(CurrencyIndex)
    end-if
    exit section
    .

*> a control record per currency, then the batch trailer
WriteControlTotals section.
    perform varying ScanIndex from 1 by 1
        until ScanIndex > CurrencyCount
        move spaces to JournalControl
        move "C" to ControlType
        move BatchId to ControlBatchId
        move TabCurrency(ScanIndex) to ControlCurrency
        move TabLines(ScanIndex) to ControlLines
        move TabDebits(ScanIndex) to ControlDebits
        move TabCredits(ScanIndex) to ControlCredits
        write JournalControl
    end-perform
    move spaces to JournalTrailer
    move "T" to TrailerType
    move BatchId to TrailerBatchId
    move LineNumber to TrailerLines
    move TotalDebits to TrailerDebits
    move TotalCredits to TrailerCredits
    write JournalTrailer
    exit section
    .

DisplayRunTotals section.
    display "GL EXTRACT  BATCH " BatchId "  PERIOD " Period
    move IssuedCount to CountEdited
    display "GL EXTRACT  ISSUED  " CountEdited
    move ClearedCount to CountEdited
    display "GL EXTRACT  CLEARED " CountEdited
    move VoidedCount to CountEdited
    display "GL EXTRACT  VOIDED  " CountEdited
    perform varying ScanIndex from 1 by 1
        until ScanIndex > CurrencyCount
        move TabDebits(ScanIndex) to HashEdited
        display "GL EXTRACT  " TabCurrency(ScanIndex)
            "  DEBITS  " HashEdited
        move TabCredits(ScanIndex) to HashEdited
        display "GL EXTRACT  " TabCurrency(ScanIndex)
            "  CREDITS " HashEdited
    end-perform
    if TotalDebits not = TotalCredits
        display "GL EXTRACT  *** DEBITS AND CREDITS DO NOT BALANCE ***"
        move 8 to return-code
    end-if
    exit section
    .

end program GLExtract.
