*> trailer hash total on the print file proves what was printed;
*> this job closes the loop on what actually cleared. Return code
*> 4 flags a run with exceptions for the scheduler.
*>
*> A paid item against a check CheckMaint has voided, stopped or
*> replaced is its own exception class - the bank honoured a check
*> it should have refused - and is never marked as a clearing.
*> Such checks are not outstanding and are left out of the aging.
environment division.
configuration section.
    repository.
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
fd PaidItemsFile.
01 PaidItemRecord.
    02 ItemCheckNumber pic x(6).
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
01 RegOverflow pic 9(5) value 0.
01 ItemsRead pic 9(5) value 0.
01 ItemsMatched pic 9(5) value 0.
01 ExceptionCount pic 9(5) value 0.
01 VoidPaidCount pic 9(5) value 0.
01 StatusWord pic x(8) value spaces.
01 OutstandingCount pic 9(5) value 0.
01 ItemNumberValue pic 9(6) value 0.
01 ItemAmountValue pic s9(12)v99 value 0.
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
                else
                    add 1 to RegOverflow
                end-if
        exit section
    end-if

*> the bank paid a check it was told to refuse - that is never a
*> normal clearing, and the check keeps its V, S or R marker
    if TabPaidFlag(FoundIndex) = "V" or "S" or "R"
        add 1 to ExceptionCount
        add 1 to VoidPaidCount
        evaluate TabPaidFlag(FoundIndex)
            when "V"
                move "VOIDED" to StatusWord
            when "S"
                move "STOPPED" to StatusWord
            when other
                move "REPLACED" to StatusWord
        end-evaluate
        move ItemAmountValue to AmountEdited
        move spaces to ReportLine
        move concatenate("VOID-PAID  check ", ItemCheckNumber,
            " paid ", trim(AmountEdited), " on ", ItemPaidDate,
            " but ", trim(StatusWord), " ",
            trim(TabStatusDate(FoundIndex)), ": ",
            trim(TabReason(FoundIndex))) to ReportLine
        write ReportLine
        exit section
    end-if

    if TabPaidFlag(FoundIndex) = "P"
        add 1 to ExceptionCount
        move spaces to ReportLine

*> every register check still outstanding, aged from its check date
*> into the usual 30-day buckets - the list month-end actually
*> chases. Voided, stopped and replaced checks are not outstanding
ReportOutstanding section.
    move spaces to ReportLine
    write ReportLine
    write ReportLine
    perform varying ScanIndex from 1 by 1
        until ScanIndex > RegCount
        if TabPaidFlag(ScanIndex) not = "P" and "V" and "S" and "R"
            add 1 to OutstandingCount
            perform AgeOneCheck
        end-if
    move concatenate("EXCEPTIONS         ", CountEdited)
        to ReportLine
    write ReportLine
    move VoidPaidCount to CountEdited
    move concatenate("PAID WHEN VOID/STOP", CountEdited)
        to ReportLine
    write ReportLine
    move OutstandingCount to CountEdited
    move concatenate("STILL OUTSTANDING  ", CountEdited)
        to ReportLine
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
