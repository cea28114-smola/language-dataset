      *>> </summary>
       01 JournalFilePath type System.String value "CobolCalc.journal".

      *>> <summary>
      *>> The shop's shared daily exchange-rate file - the same one
      *>> the CheckPrint batch values its trailer from, maintained
      *>> once a day. One line per currency per day: rate date
      *>> yyyy-MM-dd in columns 1-10, currency 12-14, base currency
      *>> 16-18, and from column 20 the base-currency value of one
      *>> unit. A later line for the same day and currency corrects
      *>> an earlier one. Only today's lines are ever used.
      *>> </summary>
       01 RatesFilePath type System.String value "rates.dat".

      *>> <summary>
      *>> Named memory registers - somewhere to park the VAT rate,
      *>> the day's exchange rate or a running subtotal while working
       01 ParseOkFlag binary-long value 0.
       01 ParseError  type System.String value "".

      *>> <summary>
      *>> Dates in the engine. A date travels through the arithmetic
      *>> as its day number (days since 0001-01-01), so "date + 30"
      *>> and "date - date" fall out of the ordinary sum; ValueIsDate
      *>> says whether the value a parse step just returned is a
      *>> date or a plain number, and ResultIsDate whether the last
      *>> whole expression came out as a date, which is how
      *>> FormatResult knows to print it as yyyy-MM-dd. Business-day
      *>> functions skip Saturdays, Sundays and every date listed in
      *>> the shop holiday file - one yyyy-MM-dd per line, anything
      *>> after column 10 a free description - read once per
      *>> evaluation.
      *>> </summary>
       01 ValueIsDate     binary-long value 0.
       01 ResultIsDate    binary-long value 0.
       01 HolidayFilePath type System.String value "holidays.dat".
       01 HolidayLines    string occurs any.
       01 HolidaysLoaded  binary-long value 0.

      *>> <summary>
      *>> This OnStartup method restores whatever expression/result was
      *>> on the display the last time the application exited, so
                   invoke self::EvaluateExpression(wc-expr,
                       by reference wf-value) returning wn-ok
                   if wn-ok = 1
                       invoke self::FormatResult(wf-value)
                           returning wc-result
                       invoke self::AppendToHistory(wc-expr,
                           wc-result)

      *>> <summary>
      *>> The expression engine: the four operations with their
      *>> usual precedence, parentheses, unary minus, decimal
      *>> figures, date literals written 'yyyy-MM-dd', and named
      *>> functions such as CONVERT(amount, from, to) and the date
      *>> functions. A date plus or minus a number of days is a
      *>> date, a date minus a date is a number of days. Returns 1
      *>> and the value, or 0 with ParseError saying why -
      *>> "unparseable expression", "divide by zero", or the
      *>> function's own reason. ResultIsDate tells the caller how
      *>> to show the value; FormatResult does it.
      *>> </summary>
      *>> <param name="expressionText">The expression as typed.</param>
      *>> <param name="resultValue">Receives the evaluated value.</param>
           set ParsePos to 0
           set ParseOkFlag to 1
           set ParseError to ""
           set ValueIsDate to 0
           set ResultIsDate to 0
           set HolidaysLoaded to 0

           invoke self::ParseSum returning resultValue
           set ResultIsDate to ValueIsDate

           invoke self::SkipSpaces
           if ParseOkFlag = 1 and ParsePos < ParseText::Length
       procedure division returning sumValue as float-long.
       01 wc-op         type System.String.
       01 wf-right      float-long.
       01 wn-left-date  binary-long.

           invoke self::ParseTerm returning sumValue
           set wn-left-date to ValueIsDate
           perform until ParseOkFlag = 0
               invoke self::SkipSpaces
               invoke self::PeekChar returning wc-op
               invoke self::ParseTerm returning wf-right
               if ParseOkFlag = 1
                   if wc-op = "+"
                       if wn-left-date = 1 and ValueIsDate = 1
                           set ParseOkFlag to 0
                           set ParseError to "two dates cannot be added"
                       else
                           compute sumValue = sumValue + wf-right
                           if ValueIsDate = 1
                               set wn-left-date to 1
                           end-if
                       end-if
                   else
                       if wn-left-date = 0 and ValueIsDate = 1
                           set ParseOkFlag to 0
                           set ParseError to
                               "a date cannot be taken from a number"
                       else
                           compute sumValue = sumValue - wf-right
      *>> a date less a date is a count of days
                           if ValueIsDate = 1
                               set wn-left-date to 0
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           set ValueIsDate to wn-left-date

           .
       end method.
       procedure division returning termValue as float-long.
       01 wc-op         type System.String.
       01 wf-right      float-long.
       01 wn-left-date  binary-long.

           invoke self::ParseFactor returning termValue
           set wn-left-date to ValueIsDate
           perform until ParseOkFlag = 0
               invoke self::SkipSpaces
               invoke self::PeekChar returning wc-op
               end-if
               add 1 to ParsePos
               invoke self::ParseFactor returning wf-right
               if ParseOkFlag = 1
                       and (wn-left-date = 1 or ValueIsDate = 1)
                   set ParseOkFlag to 0
                   set ParseError to
                       "a date cannot be multiplied or divided"
               end-if
               if ParseOkFlag = 1
                   if wc-op = "*"
                       compute termValue = termValue * wf-right
                   end-if
               end-if
           end-perform
           set ValueIsDate to wn-left-date

           .
       end method.

      *>> <summary>
      *>> One factor: a decimal figure, a 'yyyy-MM-dd' date literal,
      *>> a parenthesized subexpression, a named function call, or a
      *>> unary minus on any of them but a date.
      *>> </summary>
       method-id ParseFactor private.

       01 wc-parsed     condition-value.

           set factorValue to 0
           set ValueIsDate to 0
           if ParseOkFlag = 0
               goback
           end-if
           if wc-ch = "-"
               add 1 to ParsePos
               invoke self::ParseFactor returning factorValue
               if ValueIsDate = 1
                   set ParseOkFlag to 0
                   set ParseError to "a date cannot be negated"
               end-if
               compute factorValue = 0 - factorValue
               goback
           end-if

           if wc-ch = "'"
               invoke self::ParseDateLiteral returning factorValue
               goback
           end-if

           if wc-ch = "("
               add 1 to ParsePos
               invoke self::ParseSum returning factorValue
               goback
           end-if

           invoke wc-ch::ToUpper() returning wc-ch
           if wc-ch >= "A" and wc-ch <= "Z"
               invoke self::ParseFunction returning factorValue
               goback
           end-if

           set wn-start to ParsePos
           perform until ParsePos >= ParseText::Length
               invoke self::PeekChar returning wc-ch
           .
       end method.

      *>> <summary>
      *>> A named function and its parenthesized arguments:
      *>>   CONVERT(amount, from, to)  the amount in currency "from"
      *>>                              in currency "to" at today's
      *>>                              rates
      *>>   TODAY()                    today's date
      *>>   DAYS(date1, date2)         days from date1 to date2
      *>>   ADDDAYS(date, n)           the date n days on
      *>>   ADDMONTHS(date, n)         the date n months on; a day
      *>>                              past the end of the new month
      *>>                              becomes its last day, and a
      *>>                              month-end date stays month-end
      *>>   WORKDAYS(date1, date2)     business days after date1 up
      *>>                              to and including date2
      *>>   ADDWORKDAYS(date, n)       the date n business days on
      *>> Day and month counts may be negative. An unknown name ends
      *>> the parse with its own reason.
      *>> </summary>
       method-id ParseFunction private.

       procedure division returning functionValue as float-long.
       01 wc-name       type System.String.
       01 wf-amount     float-long.
       01 wc-from       type System.String.
       01 wc-to         type System.String.
       01 wn-ok         binary-long.
       01 wf-first      float-long.
       01 wf-second     float-long.
       01 wn-result-date binary-long.

           set functionValue to 0
           set wn-result-date to 0
           invoke self::ParseName returning wc-name
           invoke self::ExpectChar("(")
           if ParseOkFlag = 0
               goback
           end-if

           evaluate wc-name
               when "CONVERT"
                   invoke self::ParseNumberArg returning wf-amount
                   invoke self::ExpectChar(",")
                   invoke self::ParseName returning wc-from
                   invoke self::ExpectChar(",")
                   invoke self::ParseName returning wc-to
                   invoke self::ExpectChar(")")
                   if ParseOkFlag = 1
                       invoke self::ConvertAmount(wf-amount, wc-from,
                           wc-to, by reference functionValue)
                           returning wn-ok
                       if wn-ok = 0
                           set ParseOkFlag to 0
                       end-if
                   end-if
               when "TODAY"
                   invoke self::ExpectChar(")")
                   invoke self::DateToSerial(
                       type System.DateTime::Today)
                       returning functionValue
                   set wn-result-date to 1
               when "DAYS"
                   invoke self::ParseDateArg returning wf-first
                   invoke self::ExpectChar(",")
                   invoke self::ParseDateArg returning wf-second
                   invoke self::ExpectChar(")")
                   compute functionValue = wf-second - wf-first
               when "ADDDAYS"
                   invoke self::ParseDateArg returning wf-first
                   invoke self::ExpectChar(",")
                   invoke self::ParseWholeArg returning wf-second
                   invoke self::ExpectChar(")")
                   compute functionValue = wf-first + wf-second
                   set wn-result-date to 1
               when "ADDMONTHS"
                   invoke self::ParseDateArg returning wf-first
                   invoke self::ExpectChar(",")
                   invoke self::ParseWholeArg returning wf-second
                   invoke self::ExpectChar(")")
                   if ParseOkFlag = 1
                       invoke self::AddMonthsToDate(wf-first,
                           wf-second) returning functionValue
                   end-if
                   set wn-result-date to 1
               when "WORKDAYS"
                   invoke self::ParseDateArg returning wf-first
                   invoke self::ExpectChar(",")
                   invoke self::ParseDateArg returning wf-second
                   invoke self::ExpectChar(")")
                   if ParseOkFlag = 1
                       invoke self::CountWorkdays(wf-first,
                           wf-second) returning functionValue
                   end-if
               when "ADDWORKDAYS"
                   invoke self::ParseDateArg returning wf-first
                   invoke self::ExpectChar(",")
                   invoke self::ParseWholeArg returning wf-second
                   invoke self::ExpectChar(")")
                   if ParseOkFlag = 1
                       invoke self::AddWorkdaysToDate(wf-first,
                           wf-second) returning functionValue
                   end-if
                   set wn-result-date to 1
               when other
                   set ParseOkFlag to 0
                   set ParseError to "unknown function " + wc-name
           end-evaluate
           set ValueIsDate to wn-result-date

           .
       end method.

      *>> <summary>
      *>> A run of letters at the parse position - a function name
      *>> or a currency code - upper-cased. No letters at all ends
      *>> the parse.
      *>> </summary>
       method-id ParseName private.

       procedure division returning nameText as string.
       01 wc-ch         type System.String.
       01 wn-start      binary-long.

           set nameText to ""
           if ParseOkFlag = 0
               goback
           end-if
           invoke self::SkipSpaces
           set wn-start to ParsePos
           perform until ParsePos >= ParseText::Length
               invoke self::PeekChar returning wc-ch
               invoke wc-ch::ToUpper() returning wc-ch
               if wc-ch >= "A" and wc-ch <= "Z"
                   add 1 to ParsePos
               else
                   exit perform
               end-if
           end-perform

           if ParsePos = wn-start
               set ParseOkFlag to 0
               set ParseError to "unparseable expression"
               goback
           end-if
           invoke ParseText::Substring(wn-start,
               ParsePos - wn-start)::ToUpper() returning nameText

           .
       end method.

      *>> <summary>
      *>> Steps over one expected punctuation character - the
      *>> parenthesis or comma of a function call - or ends the
      *>> parse when something else is there.
      *>> </summary>
      *>> <param name="wantedChar">The character that must come next.</param>
       method-id ExpectChar private.

       procedure division using by value wantedChar as string.
       01 wc-ch         type System.String.

           if ParseOkFlag = 0
               goback
           end-if
           invoke self::SkipSpaces
           invoke self::PeekChar returning wc-ch
           if wc-ch = wantedChar
               add 1 to ParsePos
           else
               set ParseOkFlag to 0
               set ParseError to "unparseable expression"
           end-if

           .
       end method.

      *>> <summary>
      *>> Converts an amount between two currencies through the base
      *>> currency at today's rates from RatesFilePath - the convert
      *>> key, and the CONVERT() function in expressions and batch
      *>> sheets. Returns 1 and the converted value, or 0 with
      *>> ParseError naming the currency that has no rate today: a
      *>> stale rate is never used quietly.
      *>> </summary>
      *>> <param name="amountValue">The amount to convert.</param>
      *>> <param name="fromCode">Its currency code.</param>
      *>> <param name="toCode">The currency wanted.</param>
      *>> <param name="convertedValue">Receives the converted amount.</param>
       method-id ConvertAmount public.

       procedure division using by value amountValue as float-long
                                by value fromCode as string
                                by value toCode as string
                                by reference convertedValue
                                    as float-long
                          returning convertedOk as binary-long.
       01 wf-from-rate  float-long.
       01 wf-to-rate    float-long.

           set convertedOk to 0
           set convertedValue to 0
           invoke self::FindRate(fromCode) returning wf-from-rate
           if wf-from-rate = 0
               goback
           end-if
           invoke self::FindRate(toCode) returning wf-to-rate
           if wf-to-rate = 0
               goback
           end-if

           compute convertedValue =
               amountValue * wf-from-rate / wf-to-rate
           set convertedOk to 1

           .
       end method.

      *>> <summary>
      *>> Today's base-currency value of one unit of a currency, read
      *>> straight from RatesFilePath each time so a rate corrected
      *>> during the day is picked up at once. The base currency
      *>> named on today's lines is worth exactly one. Returns 0,
      *>> with ParseError saying why, when the file is missing or has
      *>> no usable rate for the currency today.
      *>> </summary>
      *>> <param name="currencyCode">The currency wanted.</param>
       method-id FindRate private.

       procedure division using by value currencyCode as string
                          returning rateValue as float-long.
       01 wc-lines      string occurs any.
       01 wn-line-ix    binary-long.
       01 wc-line       type System.String.
       01 wc-today      type System.String.
       01 wc-code       type System.String.
       01 wc-base       type System.String value "".
       01 wc-rate-text  type System.String.
       01 wf-rate       float-long.
       01 wc-parsed     condition-value.

           set rateValue to 0
           invoke currencyCode::Trim()::ToUpper() returning wc-code
           invoke type System.DateTime::Now::ToString("yyyy-MM-dd")
               returning wc-today

           if not type System.IO.File::Exists(RatesFilePath)
               set ParseError to "no rates file " + RatesFilePath
               goback
           end-if
           invoke type System.IO.File::ReadAllLines(RatesFilePath)
               returning wc-lines

           perform varying wn-line-ix from 1 by 1
               until wn-line-ix > wc-lines::Length
               move wc-lines(wn-line-ix) to wc-line
               if wc-line::Length >= 20
                   if wc-line::Substring(0, 10) = wc-today
                       invoke wc-line::Substring(15, 3)
                           returning wc-base
                       if wc-line::Substring(11, 3) = wc-code
                           invoke wc-line::Substring(19)::Trim()
                               returning wc-rate-text
                           invoke type System.Double::TryParse(
                               wc-rate-text, by reference wf-rate)
                               returning wc-parsed
                           if wc-parsed and wf-rate > 0
                               set rateValue to wf-rate
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if rateValue = 0 and wc-code = wc-base
               set rateValue to 1
           end-if
           if rateValue = 0
               set ParseError to "no rate for " + wc-code
                   + " on " + wc-today
           end-if

           .
       end method.

      *>> <summary>
      *>> Function arguments by kind: one that must be a date, one
      *>> that must be a plain number, and one that must be a whole
      *>> number of days or months. The wrong kind ends the parse.
      *>> </summary>
       method-id ParseDateArg private.

       procedure division returning argValue as float-long.

           invoke self::ParseSum returning argValue
           if ParseOkFlag = 1 and ValueIsDate = 0
               set ParseOkFlag to 0
               set ParseError to "date expected"
           end-if

           .
       end method.

       method-id ParseNumberArg private.

       procedure division returning argValue as float-long.

           invoke self::ParseSum returning argValue
           if ParseOkFlag = 1 and ValueIsDate = 1
               set ParseOkFlag to 0
               set ParseError to "number expected, not a date"
           end-if

           .
       end method.

       method-id ParseWholeArg private.

       procedure division returning argValue as float-long.
       01 wn-whole      binary-long.

           invoke self::ParseNumberArg returning argValue
           if ParseOkFlag = 1
               move argValue to wn-whole
               if wn-whole not = argValue
                   set ParseOkFlag to 0
                   set ParseError to "whole number expected"
               end-if
           end-if

           .
       end method.

      *>> <summary>
      *>> A 'yyyy-MM-dd' literal, quotes included, as its day
      *>> number. Anything that is not a real calendar date ends the
      *>> parse.
      *>> </summary>
       method-id ParseDateLiteral private.

       procedure division returning dateValue as float-long.
       01 wn-close      binary-long.
       01 wc-text       type System.String.
       01 wd-date       type System.DateTime.
       01 wc-parsed     condition-value.

           set dateValue to 0
           invoke ParseText::IndexOf("'", ParsePos + 1)
               returning wn-close
           if wn-close < 0
               set ParseOkFlag to 0
               set ParseError to "unparseable expression"
               goback
           end-if
           invoke ParseText::Substring(ParsePos + 1,
               wn-close - ParsePos - 1) returning wc-text
           set ParsePos to wn-close + 1

           invoke type System.DateTime::TryParseExact(wc-text,
               "yyyy-MM-dd",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None,
               by reference wd-date) returning wc-parsed
           if not wc-parsed
               set ParseOkFlag to 0
               set ParseError to "not a calendar date: " + wc-text
               goback
           end-if
           invoke self::DateToSerial(wd-date) returning dateValue
           set ValueIsDate to 1

           .
       end method.

      *>> <summary>
      *>> Day number and calendar date, each way round.
      *>> </summary>
       method-id DateToSerial private.

       procedure division using by value dateIn as type System.DateTime
                          returning serialValue as float-long.
       01 wt-span       type System.TimeSpan.

           invoke dateIn::Subtract(type System.DateTime::MinValue)
               returning wt-span
           set serialValue to wt-span::Days

           .
       end method.

       method-id SerialToDate private.

       procedure division using by value serialValue as float-long
                          returning dateOut as type System.DateTime.
       01 wn-days       binary-long.

           move serialValue to wn-days
           invoke type System.DateTime::MinValue::AddDays(wn-days)
               returning dateOut

           .
       end method.

      *>> <summary>
      *>> Months on from a date. A day the new month does not have
      *>> becomes its last day (31 January plus one month is the end
      *>> of February), and a date that is the last day of its month
      *>> lands on the last day of the new one (28 February plus one
      *>> month is 31 March) - the month-end rule the ledger uses.
      *>> </summary>
       method-id AddMonthsToDate private.

       procedure division using by value startSerial as float-long
                                by value monthCount as float-long
                          returning endSerial as float-long.
       01 wd-start      type System.DateTime.
       01 wd-end        type System.DateTime.
       01 wn-months     binary-long.

           invoke self::SerialToDate(startSerial) returning wd-start
           move monthCount to wn-months
           invoke wd-start::AddMonths(wn-months) returning wd-end
           if wd-start::Day = type System.DateTime::DaysInMonth(
                   wd-start::Year, wd-start::Month)
               set wd-end to new System.DateTime(wd-end::Year,
                   wd-end::Month,
                   type System.DateTime::DaysInMonth(wd-end::Year,
                       wd-end::Month))
           end-if
           invoke self::DateToSerial(wd-end) returning endSerial

           .
       end method.

      *>> <summary>
      *>> Business days after the first date up to and including the
      *>> second - negative when the second date is the earlier.
      *>> </summary>
       method-id CountWorkdays private.

       procedure division using by value fromSerial as float-long
                                by value toSerial as float-long
                          returning dayCount as float-long.
       01 wn-day        binary-long.
       01 wn-from       binary-long.
       01 wn-to         binary-long.
       01 wn-step       binary-long.

           set dayCount to 0
           move fromSerial to wn-from
           move toSerial to wn-to
           if wn-to >= wn-from
               set wn-step to 1
           else
               set wn-step to -1
           end-if
           set wn-day to wn-from
           perform until wn-day = wn-to
               add wn-step to wn-day
               if self::IsWorkday(wn-day) = 1
                   add wn-step to dayCount
               end-if
           end-perform

           .
       end method.

      *>> <summary>
      *>> The date a given number of business days on from a date
      *>> (back from it when the count is negative); a count of
      *>> zero leaves the date as it is.
      *>> </summary>
       method-id AddWorkdaysToDate private.

       procedure division using by value startSerial as float-long
                                by value dayCount as float-long
                          returning endSerial as float-long.
       01 wn-day        binary-long.
       01 wn-left       binary-long.
       01 wn-step       binary-long.

           move startSerial to wn-day
           move dayCount to wn-left
           if wn-left >= 0
               set wn-step to 1
           else
               set wn-step to -1
               compute wn-left = 0 - wn-left
           end-if
           perform until wn-left = 0
               add wn-step to wn-day
               if self::IsWorkday(wn-day) = 1
                   subtract 1 from wn-left
               end-if
           end-perform
           set endSerial to wn-day

           .
       end method.

      *>> <summary>
      *>> 1 for a business day, 0 for a Saturday, a Sunday or a date
      *>> on the holiday file. The holiday file is read on first use
      *>> in each evaluation; a shop without one simply has no
      *>> holidays.
      *>> </summary>
       method-id IsWorkday private.

       procedure division using by value daySerial as binary-long
                          returning workdayFlag as binary-long.
       01 wd-day        type System.DateTime.
       01 wc-day-text   type System.String.
       01 wn-line-ix    binary-long.

           set workdayFlag to 0
           invoke self::SerialToDate(daySerial) returning wd-day
           if wd-day::DayOfWeek = type System.DayOfWeek::Saturday
                   or wd-day::DayOfWeek = type System.DayOfWeek::Sunday
               goback
           end-if

           if HolidaysLoaded = 0
               if type System.IO.File::Exists(HolidayFilePath)
                   invoke type System.IO.File::ReadAllLines(
                       HolidayFilePath) returning HolidayLines
               else
                   set HolidayLines to new string(0)
               end-if
               set HolidaysLoaded to 1
           end-if

           invoke wd-day::ToString("yyyy-MM-dd") returning wc-day-text
           perform varying wn-line-ix from 1 by 1
               until wn-line-ix > HolidayLines::Length
               if HolidayLines(wn-line-ix)::StartsWith(wc-day-text)
                   goback
               end-if
           end-perform
           set workdayFlag to 1

           .
       end method.

      *>> <summary>
      *>> The last evaluated value as the display, the results file
      *>> and the history journal show it: yyyy-MM-dd when the
      *>> expression came out as a date, the plain figure otherwise.
      *>> </summary>
      *>> <param name="resultValue">What EvaluateExpression returned.</param>
       method-id FormatResult public.

       procedure division using by value resultValue as float-long
                          returning resultText as string.
       01 wd-date       type System.DateTime.

           if ResultIsDate = 1
               invoke self::SerialToDate(resultValue) returning wd-date
               invoke wd-date::ToString("yyyy-MM-dd")
                   returning resultText
           else
               invoke resultValue::ToString() returning resultText
           end-if

           .
       end method.

      *>> <summary>
      *>> The character at the parse position, or an empty string at
      *>> the end of the text.
