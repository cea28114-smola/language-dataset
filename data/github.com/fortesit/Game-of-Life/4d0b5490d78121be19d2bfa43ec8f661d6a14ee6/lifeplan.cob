000007*  files and a manifest.txt, each catalog block written in the
000008*  library's own EXTRACT layout.
000009*
000010*  runplan.txt holds these directives:
000011*    #SET name            starts a named pattern set; every
000012*                         following non-directive line is one
000013*                         library pattern name in that set
000013*    #SET name CLASS c [c [c [c]]]
000013*                         the same, but the set is also filled
000013*                         with every library pattern whose
000013*                         confirmed classification is one of
000013*                         the c's: STILL, OSCILLATOR, SPACESHIP,
000013*                         EXTINCT, CLIPPED, UNSETTLED, or NONE
000013*                         for patterns never classified yet
000014*    #RUN day set [gens [snap [chk]]]
000015*                         on that weekday (MON..SUN, or ALL),
000016*                         expand that set into <set>cat.txt and
000018*                         tokens override the generation budget
000019*                         and the snapshot/checkpoint intervals
000020*                         for this run only
000020*    #STRIPES n           deal tonight's patterns into n stripe
000020*                         jobs (2 to 20) balanced by forecast
000020*                         run time
000020*    #FINISH HHMM [max]   the same, with the fewest stripes (up
000020*                         to max, 8 when left out) whose forecast
000020*                         ends by HHMM on the clock
000021*
000021*  Every pattern expanded tonight is forecast from the elapsed
000021*  time its latest run logged in history.txt, scaled to
000021*  tonight's generation budget when the run went the distance
000021*  or tonight's budget is shorter than it reached; a pattern
000021*  with no timing there yet is taken at the average of those
000021*  that have one, and listed. With stripes planned, patterns
000021*  are dealt longest first, each to the least loaded stripe,
000021*  and every catalog block is preceded by the '#TURN i n' line
000021*  that tells the GameOfLife stripe jobs whose it is;
000021*  stripelist.txt is rewritten to name the n stripe summaries
000021*  LifeMerge will combine (and left empty on an unstriped
000021*  night). planreport.txt shows the forecast per
000021*  catalog and per stripe; a #FINISH that even the most stripes
000021*  cannot meet ends the job with RETURN-CODE 4.
000021*
000022*  A plan line naming a pattern that is not in the library, or a
000023*  #RUN naming a set the plan never defines, is reported to
000052      SELECT ReportFile ASSIGN TO 'planreport.txt'
000053        ORGANIZATION IS LINE SEQUENTIAL
000054        FILE STATUS IS reportErr.
000054      SELECT AuditFile ASSIGN TO 'history.txt'
000054        ORGANIZATION IS LINE SEQUENTIAL
000054        FILE STATUS IS auditErr.
000054      SELECT StripeListOut ASSIGN TO 'stripelist.txt'
000054        ORGANIZATION IS LINE SEQUENTIAL
000054        FILE STATUS IS stripeListErr.
000055
000056  DATA DIVISION.
000057  FILE SECTION.
000071      02 LibCheckpointEvery PIC 9(3).
000072      02 LibRleExport PIC X(1).
000073      02 LibRule PIC X(12).
000073      02 LibClass PIC X(10).
000073      02 LibClassPeriod PIC 9(2).
000073      02 LibClassDir PIC X(2).
000073      02 LibClassGen PIC 9(5).
000073      02 LibClassDate PIC 9(8).
000074      02 LibGridRow PIC X(80) OCCURS 1 TO 800 TIMES
000075         DEPENDING ON LibRow.
000076  FD PlanFile.
000085  FD ReportFile.
000086  01 ReportPattern.
000087      02 ReportLine PIC X(120).
000087  FD AuditFile.
000087  01 AuditPattern.
000087      02 AuditLine PIC X(200).
000087  FD StripeListOut.
000087  01 StripeListPattern.
000087      02 StripeListLine PIC X(100).
000088
000089  WORKING-STORAGE SECTION.
000090  01 libErr PIC XX.
000107      02 SetEntry OCCURS 20 TIMES.
000108          03 SetName PIC X(20).
000109          03 SetCount PIC 9(3).
000109* The classifications a CLASS set draws from the library, if any
000109          03 SetClassCount PIC 9(1).
000109          03 SetClass PIC X(10) OCCURS 4 TIMES.
000110          03 SetMember OCCURS 200 TIMES.
000111              04 MemberName PIC X(80).
000112  01 SetTotal PIC 9(2) VALUE 0.
000147  01 PatternsWritten PIC 9(5) VALUE 0.
000148  01 MissingCount PIC 9(5) VALUE 0.
000149  01 UndefinedSets PIC 9(3) VALUE 0.
000149  01 UnknownClasses PIC 9(3) VALUE 0.
000149  01 classSets PIC 9(2) VALUE 0.
000149  01 c PIC 9(1).
000149  01 classFound PIC 9(1).
000150  01 countString PIC Z(4)9.
000151  01 manifestOpenKz PIC 9(1) VALUE 0.
000152  01 reportOpenKz PIC 9(1) VALUE 0.
000152* The class tokens of a '#SET name CLASS ...' line
000152  01 SetClassTokens.
000152      02 SetClassToken PIC X(12) OCCURS 4 TIMES.
000153  01 RunDate PIC 9(6).
000154  01 RunDateEdited PIC 99/99/99.
000154  01 auditErr PIC XX.
000154  01 stripeListErr PIC XX.
000154* The shop-wide common audit record layout history.txt lines
000154* are laid down in, used here to take a read line apart
000154  COPY AUDITREC.
000154* The latest timing history.txt holds per pattern name - from
000154* GameOfLife's own PATTERN lines only; LifeLib's journal lines
000154* and lines from before elapsed times were logged carry none
000154  01 HistTable.
000154      02 HistEntry OCCURS 2000 TIMES.
000154          03 HistName PIC X(80).
000154          03 HistElapsedCS PIC 9(7).
000154          03 HistRequested PIC 9(5).
000154          03 HistReached PIC 9(5).
000154  01 HistCount PIC 9(4) VALUE 0.
000154  01 HistOverflow PIC 9(5) VALUE 0.
000154  01 h PIC 9(4).
000154  01 lineName PIC X(80).
000154  01 histTok2 PIC X(20).
000154  01 histTok3 PIC X(20).
000154  01 histTok4 PIC X(20).
000154  01 histSecTok PIC X(10).
000154  01 histCCTok PIC X(10).
000154  01 histValue PIC X(10).
000154  01 histDigits5 PIC X(5).
000154  01 histNumber PIC 9(5).
000154  01 lineRequested PIC 9(5).
000154  01 lineReached PIC 9(5).
000154  01 histSec PIC 9(5).
000154  01 histCC PIC 9(2).
000154* Tonight's patterns in expansion order - #RUN line by #RUN
000154* line, member by member - each with its forecast in
000154* hundredths of a second and the stripe it is dealt to.
000154* tonightOrd walks the same order as the catalogs are written
000154  01 TonightTable.
000154      02 TonightEntry OCCURS 4000 TIMES.
000154          03 TonightName PIC X(80).
000154          03 TonightRun PIC 9(2).
000154          03 TonightCS PIC 9(7).
000154          03 TonightKnown PIC 9(1).
000154          03 TonightMissing PIC 9(1).
000154          03 TonightSorted PIC 9(1).
000154          03 TonightStripe PIC 9(2).
000154  01 TonightCount PIC 9(4) VALUE 0.
000154  01 TonightOverflow PIC 9(5) VALUE 0.
000154  01 tonightOrd PIC 9(4) VALUE 0.
000154  01 t PIC 9(4).
000154  01 gensTonight PIC 9(5).
000154  01 KnownCount PIC 9(4) VALUE 0.
000154  01 UnknownCount PIC 9(4) VALUE 0.
000154  01 knownSumCS PIC 9(11) VALUE 0.
000154  01 defaultCS PIC 9(7) VALUE 100.
000154* Stripe planning: C a #STRIPES count, F a #FINISH time
000154  01 StripeMode PIC X(1) VALUE SPACE.
000154  01 stripesWanted PIC 9(2) VALUE 0.
000154  01 stripesMax PIC 9(2) VALUE 8.
000154  01 stripesPlanned PIC 9(2) VALUE 0.
000154  01 FinishHHMM.
000154      02 finHH PIC 9(2).
000154      02 finMM PIC 9(2).
000154  01 finishCS PIC 9(8).
000154  01 startCS PIC 9(8).
000154  01 windowCS PIC 9(8).
000154  01 finishOverrun PIC 9(1) VALUE 0.
000154  01 ClockTime.
000154      02 clkHH PIC 9(2).
000154      02 clkMM PIC 9(2).
000154      02 clkSS PIC 9(2).
000154      02 clkCC PIC 9(2).
000154  01 StripeTable.
000154      02 StripeEntry OCCURS 20 TIMES.
000154          03 StripeLoad PIC 9(9).
000154          03 StripePatterns PIC 9(4).
000154  01 st PIC 9(2).
000154  01 leastSt PIC 9(2).
000154  01 longestCS PIC 9(9).
000154  01 SortTable.
000154      02 SortIdx PIC 9(4) OCCURS 4000 TIMES.
000154  01 sortCount PIC 9(4) VALUE 0.
000154  01 sortPos PIC 9(4).
000154  01 bestIdx PIC 9(4).
000154  01 catalogCS PIC 9(9).
000154  01 catalogPatterns PIC 9(4).
000154  01 catalogUnknown PIC 9(4).
000154* Hundredths of a second shown as seconds, and a clock time in
000154* hundredths past midnight shown as HH:MM
000154  01 fmtCS PIC 9(9).
000154  01 fmtSeconds PIC 9(7)V99.
000154  01 fmtEdited PIC Z(6)9.99.
000154  01 fmtLead PIC 9(2).
000154  01 fmtText PIC X(12).
000154  01 clockCS PIC 9(9).
000154  01 clockDays PIC 9(2).
000154  01 clockRest PIC 9(8).
000154  01 clockText.
000154      02 clockHH PIC 9(2).
000154      02 FILLER PIC X(1) VALUE ':'.
000154      02 clockMM PIC 9(2).
000154  01 stripeString PIC Z9.
000154  01 stripeString2 PIC Z9.
000154  01 smallCount PIC Z(3)9.
000154  01 stripeCount4 PIC Z(3)9.
000154  01 lead PIC 9(2).
000154  01 lead2 PIC 9(2).
000155
000156  PROCEDURE DIVISION.
000157  MAIN-PARAGRAPH.
000172         MOVE 8 TO RETURN-CODE
000173         GO TO PROGRAM-END
000174      END-IF
000174      IF classSets > 0 THEN
000174         PERFORM FILL-CLASS-SETS
000174      END-IF
000174      PERFORM LOAD-TIMING-HISTORY
000174      PERFORM FORECAST-TONIGHT
000174      IF NOT StripeMode = SPACE THEN
000174         PERFORM PLAN-STRIPES
000174      END-IF
000174* manifest.txt is rewritten on every expansion, runs or not -
000174* a weekday the plan defines nothing for must leave an empty
000174* manifest behind, never last night's, or the nightly job
000178         CLOSE ManifestOut
000179      END-IF
000180      PERFORM WRITE-PLAN-REPORT
000180      PERFORM WRITE-STRIPE-LIST
000181      IF reportOpenKz = 1 THEN
000182         CLOSE ReportFile
000183      END-IF.
000184  PROGRAM-END.
000185* 0 a clean expansion, 8 something the plan promised is not
000186* there - a missing pattern or an undefined set - so the
000187* scheduler can hold the night instead of running it short;
000187* 4 the night is expanded but forecast to miss its #FINISH
000187      IF finishOverrun = 1 THEN
000187         MOVE 4 TO RETURN-CODE
000187      END-IF
000188      IF MissingCount > 0 OR UndefinedSets > 0 OR
000188         UnknownClasses > 0 THEN
000189         MOVE 8 TO RETURN-CODE
000190      END-IF
000191      STOP RUN.
000220         PERFORM START-NEW-SET
000221         GO TO LOAD-PLAN-LOOP
000222      END-IF
000222      IF str(1:8) = '#STRIPES' OR str(1:7) = '#FINISH' THEN
000222         PERFORM RECORD-STRIPE-LINE
000222         GO TO LOAD-PLAN-LOOP
000222      END-IF
000223      IF str(1:4) = '#RUN' THEN
000224         PERFORM RECORD-RUN-LINE
000225         GO TO LOAD-PLAN-LOOP
000246      END-IF
000247      MOVE SPACES TO tok1
000248      MOVE SPACES TO tok2
000248      MOVE SPACES TO tok3
000248      MOVE SPACES TO tok4
000248      MOVE SPACES TO tok5
000248      MOVE SPACES TO tok6
000248      MOVE SPACES TO SetClassTokens
000249      UNSTRING str DELIMITED BY ALL SPACES
000250        INTO tok1, tok2, tok3, SetClassToken(1),
000250             SetClassToken(2), SetClassToken(3), SetClassToken(4)
000251      END-UNSTRING
000252      COMPUTE SetTotal = SetTotal + 1
000253      MOVE SetTotal TO curSet
000254      MOVE tok2 TO SetName(curSet)
000255      MOVE 0 TO SetCount(curSet)
000255      MOVE 0 TO SetClassCount(curSet)
000255      IF tok3 = 'CLASS' THEN
000255         PERFORM RECORD-SET-CLASSES
000255      END-IF.
000256  START-NEW-SET-EXIT.
000257      EXIT.
000258
000258  RECORD-SET-CLASSES SECTION.
000258* The class words of a CLASS set, each checked against the
000258* classifications GameOfLife writes back. An unknown word is a
000258* plan error like an undefined set - reported, and the night
000258* held - since it would otherwise quietly select nothing
000258      COMPUTE c = 1.
000258  SET-CLASS-LOOP.
000258      IF c > 4 THEN
000258         GO TO RECORD-SET-CLASSES-EXIT
000258      END-IF
000258      IF SetClassToken(c) = SPACES THEN
000258         GO TO SET-CLASS-NEXT
000258      END-IF
000258      IF SetClassToken(c) = 'STILL' OR
000258         SetClassToken(c) = 'OSCILLATOR' OR
000258         SetClassToken(c) = 'SPACESHIP' OR
000258         SetClassToken(c) = 'EXTINCT' OR
000258         SetClassToken(c) = 'CLIPPED' OR
000258         SetClassToken(c) = 'UNSETTLED' OR
000258         SetClassToken(c) = 'NONE' THEN
000258         IF SetClassCount(curSet) = 0 THEN
000258            COMPUTE classSets = classSets + 1
000258         END-IF
000258         COMPUTE SetClassCount(curSet) = SetClassCount(curSet) + 1
000258         MOVE SetClassToken(c)
000258           TO SetClass(curSet, SetClassCount(curSet))
000258      ELSE
000258         COMPUTE UnknownClasses = UnknownClasses + 1
000258         PERFORM OPEN-PLAN-REPORT
000258         MOVE SPACES TO ReportLine
000258         STRING
000258           'Set ' DELIMITED BY SIZE
000258           SetName(curSet) DELIMITED BY SPACES
000258           ' names unknown class ' DELIMITED BY SIZE
000258           SetClassToken(c) DELIMITED BY SPACES
000258           '.' DELIMITED BY SIZE
000258           INTO ReportLine
000258         END-STRING
000258         WRITE ReportPattern
000258         DISPLAY 'Set ' SetName(curSet) ' names unknown class '
000258           SetClassToken(c)
000258      END-IF.
000258  SET-CLASS-NEXT.
000258      COMPUTE c = c + 1
000258      GO TO SET-CLASS-LOOP.
000258  RECORD-SET-CLASSES-EXIT.
000258      EXIT.
000258
000258  FILL-CLASS-SETS SECTION.
000258* One pass over the library fills every CLASS set at once, in
000258* key order, after any names the set lists itself. NONE takes
000258* the patterns GameOfLife has never classified
000258      MOVE LOW-VALUES TO LibName
000258      START PatternLib KEY IS NOT LESS THAN LibName
000258        INVALID KEY
000258          GO TO FILL-CLASS-SETS-EXIT
000258      END-START.
000258  FILL-CLASS-NEXT-PATTERN.
000258      READ PatternLib NEXT RECORD
000258        AT END
000258          GO TO FILL-CLASS-SETS-EXIT
000258      END-READ
000258      COMPUTE n = 1.
000258  FILL-CLASS-SET-LOOP.
000258      IF n > SetTotal THEN
000258         GO TO FILL-CLASS-NEXT-PATTERN
000258      END-IF
000258      MOVE 0 TO classFound
000258      COMPUTE c = 1.
000258  FILL-CLASS-MATCH-LOOP.
000258      IF c <= SetClassCount(n) THEN
000258         IF SetClass(n, c) = LibClass OR
000258            (SetClass(n, c) = 'NONE' AND LibClass = SPACES) THEN
000258            MOVE 1 TO classFound
000258         END-IF
000258         COMPUTE c = c + 1
000258         GO TO FILL-CLASS-MATCH-LOOP
000258      END-IF
000258      IF classFound = 1 THEN
000258         IF SetCount(n) >= 200 THEN
000258            DISPLAY 'Set ' SetName(n) ' selects more than 200'
000258              ' patterns - extra names ignored.'
000258         ELSE
000258            COMPUTE SetCount(n) = SetCount(n) + 1
000258            MOVE LibName TO MemberName(n, SetCount(n))
000258         END-IF
000258      END-IF
000258      COMPUTE n = n + 1
000258      GO TO FILL-CLASS-SET-LOOP.
000258  FILL-CLASS-SETS-EXIT.
000258      EXIT.
000258
000259  RECORD-RUN-LINE SECTION.
000260      IF RunTotal >= 50 THEN
000261         DISPLAY 'The plan holds more than 50 #RUN lines -'
000296  EXPAND-ONE-RUN SECTION.
000297* One #RUN line for today: find its set, parse the overrides,
000298* write <set>cat.txt from the library and add the manifest line
000299      PERFORM FIND-RUN-SET
000309      IF s = 0 THEN
000310         COMPUTE UndefinedSets = UndefinedSets + 1
000311         PERFORM OPEN-PLAN-REPORT
000332      IF NOT catoutErr = '00' THEN
000333         DISPLAY 'Could not open ' catoutName
000334           ' - set not expanded.'
000334         COMPUTE tonightOrd = tonightOrd + SetCount(s)
000335         GO TO EXPAND-ONE-EXIT
000336      END-IF
000337      COMPUTE mIdx = 1.
000356      WRITE ManifestPattern.
000357  EXPAND-ONE-EXIT.
000358      EXIT.
000358
000358  FIND-RUN-SET SECTION.
000358* s = the set #RUN line r names, 0 when the plan never
000358* defines it
000358      MOVE 0 TO s
000358      COMPUTE n = 1.
000358  FIND-SET-LOOP.
000358      IF n <= SetTotal AND s = 0 THEN
000358         IF SetName(n) = RunSet(r) THEN
000358            MOVE n TO s
000358         END-IF
000358         COMPUTE n = n + 1
000358         GO TO FIND-SET-LOOP
000358      END-IF.
000359
000360  PARSE-RUN-OVERRIDES SECTION.
000361* The optional gens/snap/chk tokens of #RUN line r, each only
000405* EXTRACT layout field for field, with this run's overrides in
000406* place of the stored generation budget and intervals. A name
000407* the library does not hold is tonight's headline, not 3 a.m.'s
000408      COMPUTE tonightOrd = tonightOrd + 1
000408      MOVE SPACES TO LibName
000409      MOVE MemberName(s, mIdx) TO LibName
000409      READ PatternLib
000424            ' is not in the library.'
000425          GO TO WRITE-MEMBER-EXIT
000426      END-READ
000426      IF stripesPlanned >= 2 AND tonightOrd <= TonightCount THEN
000426         MOVE TonightStripe(tonightOrd) TO stripeString
000426         MOVE stripesPlanned TO stripeString2
000426         COMPUTE lead = 0
000426         INSPECT stripeString TALLYING lead FOR LEADING SPACE
000426         COMPUTE lead2 = 0
000426         INSPECT stripeString2 TALLYING lead2 FOR LEADING SPACE
000426         MOVE SPACES TO CatalogLine
000426         STRING
000426           '#TURN ' DELIMITED BY SIZE
000426           stripeString(lead + 1:2 - lead) DELIMITED BY SIZE
000426           ' ' DELIMITED BY SIZE
000426           stripeString2(lead2 + 1:2 - lead2) DELIMITED BY SIZE
000426           INTO CatalogLine
000426         END-STRING
000426         WRITE CatalogPattern
000426      END-IF
000427      MOVE SPACES TO CatalogLine
000428      MOVE LibName TO CatalogLine(1:80)
000429      WRITE CatalogPattern
000523        countString DELIMITED BY SIZE
000524        INTO ReportLine
000525      END-STRING
000526      WRITE ReportPattern
000526      MOVE SPACES TO ReportLine
000526      MOVE UnknownClasses TO countString
000526      STRING
000526        'Unknown classes:  ' DELIMITED BY SIZE
000526        countString DELIMITED BY SIZE
000526        INTO ReportLine
000526      END-STRING
000526      WRITE ReportPattern
000526      PERFORM WRITE-FORECAST-REPORT.
000527  WRITE-PLAN-REPORT-EXIT.
000528      EXIT.
000529
000529  RECORD-STRIPE-LINE SECTION.
000529* '#STRIPES n' or '#FINISH HHMM [max]' - the later line wins.
000529* One that makes no sense is reported and leaves the night
000529* unstriped (or as an earlier line planned it)
000529      MOVE SPACES TO tok1
000529      MOVE SPACES TO tok2
000529      MOVE SPACES TO tok3
000529      UNSTRING str DELIMITED BY ALL SPACES
000529        INTO tok1, tok2, tok3
000529      END-UNSTRING
000529      IF tok1 = '#STRIPES' THEN
000529         MOVE tok2 TO histValue
000529         PERFORM TAKE-PLAN-NUMBER
000529         IF histNumber >= 2 AND histNumber <= 20 THEN
000529            MOVE 'C' TO StripeMode
000529            MOVE histNumber TO stripesWanted
000529            GO TO RECORD-STRIPE-EXIT
000529         END-IF
000529      ELSE
000529         MOVE tok2 TO histValue
000529         IF tok2(1:4) IS NUMERIC AND tok2(5:1) = SPACE THEN
000529            MOVE tok2(1:4) TO FinishHHMM
000529            MOVE tok3 TO histValue
000529            PERFORM TAKE-PLAN-NUMBER
000529            IF tok3 = SPACES THEN
000529               MOVE 8 TO histNumber
000529            END-IF
000529            IF finHH < 24 AND finMM < 60 AND
000529               histNumber >= 2 AND histNumber <= 20 THEN
000529               MOVE 'F' TO StripeMode
000529               MOVE histNumber TO stripesMax
000529               GO TO RECORD-STRIPE-EXIT
000529            END-IF
000529         END-IF
000529      END-IF
000529      PERFORM OPEN-PLAN-REPORT
000529      MOVE SPACES TO ReportLine
000529      STRING
000529        'Stripe directive ''' DELIMITED BY SIZE
000529        str(1:40) DELIMITED BY '  '
000529        ''' makes no sense - ignored.' DELIMITED BY SIZE
000529        INTO ReportLine
000529      END-STRING
000529      WRITE ReportPattern
000529      DISPLAY 'Stripe directive ' str(1:40) ' ignored.'.
000529  RECORD-STRIPE-EXIT.
000529      EXIT.
000529
000529  TAKE-PLAN-NUMBER SECTION.
000529* histValue written any width up to five digits, into
000529* histNumber - 0 when missing or not a number
000529      MOVE 0 TO histNumber
000529      COMPUTE tokLen = 0
000529      INSPECT histValue TALLYING tokLen
000529        FOR CHARACTERS BEFORE INITIAL ' '
000529      IF tokLen > 0 AND tokLen <= 5 THEN
000529         MOVE '00000' TO histDigits5
000529         MOVE histValue(1:tokLen)
000529           TO histDigits5(6 - tokLen:tokLen)
000529         IF histDigits5 IS NUMERIC THEN
000529            MOVE histDigits5 TO histNumber
000529         END-IF
000529      END-IF.
000529
000530  LOAD-TIMING-HISTORY SECTION.
000530* Every pattern's latest logged timing, in one pass over
000530* history.txt. No history at all is no error - every pattern
000530* is then simply forecast at the same default
000530      OPEN INPUT AuditFile
000530      IF NOT auditErr = '00' THEN
000530         GO TO LOAD-TIMING-EXIT
000530      END-IF.
000530  LOAD-TIMING-LOOP.
000530      READ AuditFile
000530        AT END
000530          CLOSE AuditFile
000530          GO TO LOAD-TIMING-EXIT
000530      END-READ
000530      MOVE AuditLine TO AUDIT-RECORD
000530      IF AUDIT-PROGRAM = 'GAMEOFLIFE' AND
000530         AUDIT-EVENT = 'PATTERN' THEN
000530         PERFORM TAKE-TIMING-LINE
000530      END-IF
000530      GO TO LOAD-TIMING-LOOP.
000530  LOAD-TIMING-EXIT.
000530      EXIT.
000530
000531  TAKE-TIMING-LINE SECTION.
000531* '<name> requested=N reached=N elapsed=S.CCs ...' - a line
000531* with no elapsed= field predates the timing and is passed over
000531      MOVE SPACES TO lineName
000531      MOVE SPACES TO histTok2
000531      MOVE SPACES TO histTok3
000531      MOVE SPACES TO histTok4
000531      UNSTRING AUDIT-DETAIL DELIMITED BY ALL SPACES
000531        INTO lineName, histTok2, histTok3, histTok4
000531      END-UNSTRING
000531      IF NOT histTok2(1:10) = 'requested=' OR
000531         NOT histTok3(1:8) = 'reached=' OR
000531         NOT histTok4(1:8) = 'elapsed=' THEN
000531         GO TO TAKE-TIMING-EXIT
000531      END-IF
000531      MOVE histTok2(11:10) TO histValue
000531      PERFORM TAKE-PLAN-NUMBER
000531      MOVE histNumber TO lineRequested
000531      MOVE histTok3(9:10) TO histValue
000531      PERFORM TAKE-PLAN-NUMBER
000531      MOVE histNumber TO lineReached
000531      MOVE SPACES TO histSecTok
000531      MOVE SPACES TO histCCTok
000531      UNSTRING histTok4(9:12) DELIMITED BY '.' OR 's'
000531        INTO histSecTok, histCCTok
000531      END-UNSTRING
000531      MOVE histSecTok TO histValue
000531      PERFORM TAKE-PLAN-NUMBER
000531      MOVE histNumber TO histSec
000531      MOVE histCCTok TO histValue
000531      PERFORM TAKE-PLAN-NUMBER
000531      MOVE histNumber TO histCC
000531* The latest line for a name replaces the one before it
000531      COMPUTE h = 1.
000531  TIMING-FIND-LOOP.
000531      IF h <= HistCount THEN
000531         IF HistName(h) = lineName THEN
000531            GO TO TIMING-STORE
000531         END-IF
000531         COMPUTE h = h + 1
000531         GO TO TIMING-FIND-LOOP
000531      END-IF
000531      IF HistCount >= 2000 THEN
000531         COMPUTE HistOverflow = HistOverflow + 1
000531         GO TO TAKE-TIMING-EXIT
000531      END-IF
000531      COMPUTE HistCount = HistCount + 1
000531      MOVE HistCount TO h
000531      MOVE lineName TO HistName(h).
000531  TIMING-STORE.
000531      COMPUTE HistElapsedCS(h) = histSec * 100 + histCC
000531      MOVE lineRequested TO HistRequested(h)
000531      MOVE lineReached TO HistReached(h).
000531  TAKE-TIMING-EXIT.
000531      EXIT.
000531
000532  FORECAST-TONIGHT SECTION.
000532* Tonight's patterns in the order the catalogs will be written,
000532* each forecast from its history; those with none are set to
000532* the average of those with one once all are known
000532      COMPUTE r = 1.
000532  FORECAST-RUN-LOOP.
000532      IF r > RunTotal THEN
000532         GO TO FORECAST-AVERAGE
000532      END-IF
000532      IF NOT RunDay(r) = TodayName AND NOT RunDay(r) = 'ALL' THEN
000532         GO TO FORECAST-RUN-NEXT
000532      END-IF
000532      PERFORM FIND-RUN-SET
000532      IF s = 0 THEN
000532         GO TO FORECAST-RUN-NEXT
000532      END-IF
000532      PERFORM PARSE-RUN-OVERRIDES
000532      COMPUTE mIdx = 1.
000532  FORECAST-MEMBER-LOOP.
000532      IF mIdx <= SetCount(s) THEN
000532         PERFORM FORECAST-ONE-MEMBER
000532         COMPUTE mIdx = mIdx + 1
000532         GO TO FORECAST-MEMBER-LOOP
000532      END-IF.
000532  FORECAST-RUN-NEXT.
000532      COMPUTE r = r + 1
000532      GO TO FORECAST-RUN-LOOP.
000532  FORECAST-AVERAGE.
000532      IF KnownCount > 0 THEN
000532         COMPUTE defaultCS = knownSumCS / KnownCount
000532      END-IF
000532      COMPUTE t = 1.
000532  FORECAST-DEFAULT-LOOP.
000532      IF t <= TonightCount THEN
000532         IF TonightKnown(t) = 0 AND TonightMissing(t) = 0 THEN
000532            MOVE defaultCS TO TonightCS(t)
000532         END-IF
000532         COMPUTE t = t + 1
000532         GO TO FORECAST-DEFAULT-LOOP
000532      END-IF.
000532  FORECAST-TONIGHT-EXIT.
000532      EXIT.
000532
000533  FORECAST-ONE-MEMBER SECTION.
000533* Member mIdx of set s under #RUN line r. Tonight's budget is
000533* the #RUN override or the library's own generation count.
000533* A run that stopped short of what it was asked for (a period
000533* or extinction found) will stop there again, so its time only
000533* scales down, when tonight asks for fewer generations than it
000533* reached; one that went the distance scales either way
000533      IF TonightCount >= 4000 THEN
000533         COMPUTE TonightOverflow = TonightOverflow + 1
000533         GO TO FORECAST-ONE-EXIT
000533      END-IF
000533      COMPUTE TonightCount = TonightCount + 1
000533      MOVE TonightCount TO t
000533      MOVE MemberName(s, mIdx) TO TonightName(t)
000533      MOVE r TO TonightRun(t)
000533      MOVE 0 TO TonightCS(t)
000533      MOVE 0 TO TonightKnown(t)
000533      MOVE 0 TO TonightMissing(t)
000533      MOVE 0 TO TonightSorted(t)
000533      MOVE 0 TO TonightStripe(t)
000533      MOVE SPACES TO LibName
000533      MOVE MemberName(s, mIdx) TO LibName
000533      READ PatternLib
000533        INVALID KEY
000533          MOVE 1 TO TonightMissing(t)
000533          GO TO FORECAST-ONE-EXIT
000533      END-READ
000533      MOVE LibGeneration TO gensTonight
000533      IF haveGens = 1 THEN
000533         MOVE ovrGens TO gensTonight
000533      END-IF
000533      COMPUTE h = 1.
000533  FORECAST-FIND-LOOP.
000533      IF h > HistCount THEN
000533         COMPUTE UnknownCount = UnknownCount + 1
000533         GO TO FORECAST-ONE-EXIT
000533      END-IF
000533      IF NOT HistName(h) = TonightName(t) THEN
000533         COMPUTE h = h + 1
000533         GO TO FORECAST-FIND-LOOP
000533      END-IF
000533      MOVE HistElapsedCS(h) TO TonightCS(t)
000533      IF HistReached(h) > 0 THEN
000533         IF gensTonight < HistReached(h) OR
000533            HistReached(h) >= HistRequested(h) THEN
000533            COMPUTE TonightCS(t) ROUNDED =
000533              HistElapsedCS(h) * gensTonight / HistReached(h)
000533              ON SIZE ERROR
000533                MOVE 9999999 TO TonightCS(t)
000533            END-COMPUTE
000533         END-IF
000533      END-IF
000533      MOVE 1 TO TonightKnown(t)
000533      COMPUTE KnownCount = KnownCount + 1
000533      COMPUTE knownSumCS = knownSumCS + TonightCS(t).
000533  FORECAST-ONE-EXIT.
000533      EXIT.
000533
000534  PLAN-STRIPES SECTION.
000534* Tonight's patterns longest forecast first, then dealt: for
000534* #STRIPES into that many stripes, for #FINISH into 1, 2, ...
000534* stripes until the longest stripe ends by the finish time
000534* counted from now - or, failing that, into the most allowed
000534      MOVE 0 TO sortCount.
000534  SORT-PICK-LOOP.
000534      MOVE 0 TO bestIdx
000534      COMPUTE t = 1.
000534  SORT-SCAN-LOOP.
000534      IF t <= TonightCount THEN
000534         IF TonightMissing(t) = 0 AND TonightSorted(t) = 0 THEN
000534            IF bestIdx = 0 THEN
000534               MOVE t TO bestIdx
000534            ELSE
000534               IF TonightCS(t) > TonightCS(bestIdx) THEN
000534                  MOVE t TO bestIdx
000534               END-IF
000534            END-IF
000534         END-IF
000534         COMPUTE t = t + 1
000534         GO TO SORT-SCAN-LOOP
000534      END-IF
000534      IF bestIdx > 0 THEN
000534         MOVE 1 TO TonightSorted(bestIdx)
000534         COMPUTE sortCount = sortCount + 1
000534         MOVE bestIdx TO SortIdx(sortCount)
000534         GO TO SORT-PICK-LOOP
000534      END-IF
000534      IF sortCount = 0 THEN
000534         GO TO PLAN-STRIPES-EXIT
000534      END-IF
000534      IF StripeMode = 'C' THEN
000534         MOVE stripesWanted TO stripesPlanned
000534         PERFORM DEAL-STRIPES
000534         GO TO PLAN-STRIPES-EXIT
000534      END-IF
000534      ACCEPT ClockTime FROM TIME
000534      COMPUTE startCS = clkHH * 360000 + clkMM * 6000
000534                      + clkSS * 100 + clkCC
000534      COMPUTE finishCS = finHH * 360000 + finMM * 6000
000534      IF finishCS <= startCS THEN
000534         COMPUTE finishCS = finishCS + 8640000
000534      END-IF
000534      COMPUTE windowCS = finishCS - startCS
000534      MOVE 1 TO stripesPlanned.
000534  FINISH-TRY-LOOP.
000534      PERFORM DEAL-STRIPES
000534      IF longestCS <= windowCS THEN
000534         GO TO PLAN-STRIPES-EXIT
000534      END-IF
000534      IF stripesPlanned < stripesMax THEN
000534         COMPUTE stripesPlanned = stripesPlanned + 1
000534         GO TO FINISH-TRY-LOOP
000534      END-IF
000534      MOVE 1 TO finishOverrun.
000534  PLAN-STRIPES-EXIT.
000534      EXIT.
000534
000535  DEAL-STRIPES SECTION.
000535* Longest first, each pattern to the stripe with the least
000535* forecast load so far (the lowest-numbered on a tie)
000535      COMPUTE st = 1.
000535  DEAL-CLEAR-LOOP.
000535      IF st <= 20 THEN
000535         MOVE 0 TO StripeLoad(st)
000535         MOVE 0 TO StripePatterns(st)
000535         COMPUTE st = st + 1
000535         GO TO DEAL-CLEAR-LOOP
000535      END-IF
000535      COMPUTE sortPos = 1.
000535  DEAL-PATTERN-LOOP.
000535      IF sortPos > sortCount THEN
000535         GO TO DEAL-LONGEST
000535      END-IF
000535      MOVE SortIdx(sortPos) TO t
000535      MOVE 1 TO leastSt
000535      COMPUTE st = 2.
000535  DEAL-LEAST-LOOP.
000535      IF st <= stripesPlanned THEN
000535         IF StripeLoad(st) < StripeLoad(leastSt) THEN
000535            MOVE st TO leastSt
000535         END-IF
000535         COMPUTE st = st + 1
000535         GO TO DEAL-LEAST-LOOP
000535      END-IF
000535      MOVE leastSt TO TonightStripe(t)
000535      COMPUTE StripeLoad(leastSt) = StripeLoad(leastSt)
000535                                  + TonightCS(t)
000535      COMPUTE StripePatterns(leastSt) =
000535              StripePatterns(leastSt) + 1
000535      COMPUTE sortPos = sortPos + 1
000535      GO TO DEAL-PATTERN-LOOP.
000535  DEAL-LONGEST.
000535      MOVE 0 TO longestCS
000535      COMPUTE st = 1.
000535  DEAL-LONGEST-LOOP.
000535      IF st <= stripesPlanned THEN
000535         IF StripeLoad(st) > longestCS THEN
000535            MOVE StripeLoad(st) TO longestCS
000535         END-IF
000535         COMPUTE st = st + 1
000535         GO TO DEAL-LONGEST-LOOP
000535      END-IF.
000535  DEAL-STRIPES-EXIT.
000535      EXIT.
000535
000536  WRITE-FORECAST-REPORT SECTION.
000536* The forecast behind tonight's expansion: per catalog, per
000536* stripe when stripes were planned, then the patterns that
000536* were forecast without any timing history of their own
000536      MOVE SPACES TO ReportLine
000536      WRITE ReportPattern
000536      MOVE SPACES TO ReportLine
000536      MOVE KnownCount TO smallCount
000536      COMPUTE lead = 0
000536      INSPECT smallCount TALLYING lead FOR LEADING SPACE
000536      MOVE UnknownCount TO stripeCount4
000536      COMPUTE lead2 = 0
000536      INSPECT stripeCount4 TALLYING lead2 FOR LEADING SPACE
000536      STRING
000536        'Forecast from history.txt: ' DELIMITED BY SIZE
000536        smallCount(lead + 1:4 - lead) DELIMITED BY SIZE
000536        ' patterns timed, ' DELIMITED BY SIZE
000536        stripeCount4(lead2 + 1:4 - lead2) DELIMITED BY SIZE
000536        ' without history' DELIMITED BY SIZE
000536        INTO ReportLine
000536      END-STRING
000536      WRITE ReportPattern
000536      IF TonightOverflow > 0 THEN
000536         MOVE SPACES TO ReportLine
000536         MOVE TonightOverflow TO countString
000536         STRING
000536           'Patterns past the first 4000 not forecast:'
000536             DELIMITED BY SIZE
000536           countString DELIMITED BY SIZE
000536           INTO ReportLine
000536         END-STRING
000536         WRITE ReportPattern
000536      END-IF
000536      COMPUTE r = 1.
000536  FORECAST-CATALOG-LOOP.
000536      IF r > RunTotal THEN
000536         GO TO FORECAST-STRIPES
000536      END-IF
000536      IF NOT RunDay(r) = TodayName AND NOT RunDay(r) = 'ALL' THEN
000536         COMPUTE r = r + 1
000536         GO TO FORECAST-CATALOG-LOOP
000536      END-IF
000536      PERFORM FIND-RUN-SET
000536      IF s = 0 THEN
000536         COMPUTE r = r + 1
000536         GO TO FORECAST-CATALOG-LOOP
000536      END-IF
000536      MOVE 0 TO catalogCS
000536      MOVE 0 TO catalogPatterns
000536      MOVE 0 TO catalogUnknown
000536      COMPUTE t = 1.
000536  FORECAST-CATALOG-SUM.
000536      IF t <= TonightCount THEN
000536         IF TonightRun(t) = r AND TonightMissing(t) = 0 THEN
000536            COMPUTE catalogCS = catalogCS + TonightCS(t)
000536            COMPUTE catalogPatterns = catalogPatterns + 1
000536            IF TonightKnown(t) = 0 THEN
000536               COMPUTE catalogUnknown = catalogUnknown + 1
000536            END-IF
000536         END-IF
000536         COMPUTE t = t + 1
000536         GO TO FORECAST-CATALOG-SUM
000536      END-IF
000536      MOVE catalogCS TO fmtCS
000536      PERFORM FORMAT-CS
000536      MOVE catalogPatterns TO smallCount
000536      COMPUTE lead = 0
000536      INSPECT smallCount TALLYING lead FOR LEADING SPACE
000536      MOVE catalogUnknown TO stripeCount4
000536      COMPUTE lead2 = 0
000536      INSPECT stripeCount4 TALLYING lead2 FOR LEADING SPACE
000536      MOVE SPACES TO ReportLine
000536      STRING
000536        'Catalog ' DELIMITED BY SIZE
000536        RunSet(r) DELIMITED BY SPACES
000536        'cat.txt: ' DELIMITED BY SIZE
000536        smallCount(lead + 1:4 - lead) DELIMITED BY SIZE
000536        ' patterns, forecast ' DELIMITED BY SIZE
000536        fmtText DELIMITED BY SPACE
000536        's (' DELIMITED BY SIZE
000536        stripeCount4(lead2 + 1:4 - lead2) DELIMITED BY SIZE
000536        ' without history)' DELIMITED BY SIZE
000536        INTO ReportLine
000536      END-STRING
000536      WRITE ReportPattern
000536      COMPUTE r = r + 1
000536      GO TO FORECAST-CATALOG-LOOP.
000536  FORECAST-STRIPES.
000536      IF StripeMode = SPACE OR sortCount = 0 THEN
000536         GO TO FORECAST-UNKNOWN
000536      END-IF
000536      MOVE SPACES TO ReportLine
000536      MOVE stripesPlanned TO stripeString
000536      COMPUTE lead = 0
000536      INSPECT stripeString TALLYING lead FOR LEADING SPACE
000536      IF StripeMode = 'C' THEN
000536         STRING
000536           'Stripes: ' DELIMITED BY SIZE
000536           stripeString(lead + 1:2 - lead) DELIMITED BY SIZE
000536           ' as planned, balanced by forecast' DELIMITED BY SIZE
000536           INTO ReportLine
000536         END-STRING
000536      ELSE
000536         MOVE startCS TO clockCS
000536         PERFORM FORMAT-CLOCK
000536         MOVE clockText TO tok4
000536         MOVE finishCS TO clockCS
000536         PERFORM FORMAT-CLOCK
000536         STRING
000536           'Stripes: ' DELIMITED BY SIZE
000536           stripeString(lead + 1:2 - lead) DELIMITED BY SIZE
000536           ' for a finish by ' DELIMITED BY SIZE
000536           clockText DELIMITED BY SIZE
000536           ', forecast from ' DELIMITED BY SIZE
000536           tok4(1:5) DELIMITED BY SIZE
000536           INTO ReportLine
000536         END-STRING
000536      END-IF
000536      WRITE ReportPattern
000536      IF stripesPlanned = 1 THEN
000536         MOVE 'One job finishes in time - the night runs unstrip
000536-          'ed.' TO ReportLine
000536         WRITE ReportPattern
000536      END-IF
000536      COMPUTE st = 1.
000536  FORECAST-STRIPE-LOOP.
000536      IF st > stripesPlanned OR stripesPlanned < 2 THEN
000536         GO TO FORECAST-OVERRUN
000536      END-IF
000536      MOVE st TO stripeString
000536      MOVE stripesPlanned TO stripeString2
000536      COMPUTE lead = 0
000536      INSPECT stripeString TALLYING lead FOR LEADING SPACE
000536      COMPUTE lead2 = 0
000536      INSPECT stripeString2 TALLYING lead2 FOR LEADING SPACE
000536      MOVE StripeLoad(st) TO fmtCS
000536      PERFORM FORMAT-CS
000536      MOVE StripePatterns(st) TO stripeCount4
000536      COMPUTE fmtLead = 0
000536      INSPECT stripeCount4 TALLYING fmtLead FOR LEADING SPACE
000536      MOVE SPACES TO ReportLine
000536      STRING
000536        'Stripe ' DELIMITED BY SIZE
000536        stripeString(lead + 1:2 - lead) DELIMITED BY SIZE
000536        ' of ' DELIMITED BY SIZE
000536        stripeString2(lead2 + 1:2 - lead2) DELIMITED BY SIZE
000536        ': ' DELIMITED BY SIZE
000536        stripeCount4(fmtLead + 1:4 - fmtLead) DELIMITED BY SIZE
000536        ' patterns, forecast ' DELIMITED BY SIZE
000536        fmtText DELIMITED BY SPACE
000536        's' DELIMITED BY SIZE
000536        INTO ReportLine
000536      END-STRING
000536      WRITE ReportPattern
000536      COMPUTE st = st + 1
000536      GO TO FORECAST-STRIPE-LOOP.
000536  FORECAST-OVERRUN.
000536      IF StripeMode = 'F' THEN
000536         COMPUTE clockCS = startCS + longestCS
000536         PERFORM FORMAT-CLOCK
000536         MOVE SPACES TO ReportLine
000536         IF finishOverrun = 1 THEN
000536            STRING
000536              'Even so the longest stripe is forecast to end at '
000536                DELIMITED BY SIZE
000536              clockText DELIMITED BY SIZE
000536              ' - past the finish.' DELIMITED BY SIZE
000536              INTO ReportLine
000536            END-STRING
000536         ELSE
000536            STRING
000536              'The longest stripe is forecast to end at '
000536                DELIMITED BY SIZE
000536              clockText DELIMITED BY SIZE
000536              '.' DELIMITED BY SIZE
000536              INTO ReportLine
000536            END-STRING
000536         END-IF
000536         WRITE ReportPattern
000536      END-IF.
000536  FORECAST-UNKNOWN.
000536      IF UnknownCount = 0 THEN
000536         GO TO WRITE-FORECAST-EXIT
000536      END-IF
000536      MOVE defaultCS TO fmtCS
000536      PERFORM FORMAT-CS
000536      MOVE SPACES TO ReportLine
000536      STRING
000536        'No timing history yet (forecast at ' DELIMITED BY SIZE
000536        fmtText DELIMITED BY SPACE
000536        's each):' DELIMITED BY SIZE
000536        INTO ReportLine
000536      END-STRING
000536      WRITE ReportPattern
000536      COMPUTE t = 1.
000536  FORECAST-UNKNOWN-LOOP.
000536      IF t <= TonightCount THEN
000536         IF TonightKnown(t) = 0 AND TonightMissing(t) = 0 THEN
000536            MOVE SPACES TO ReportLine
000536            MOVE TonightRun(t) TO r
000536            STRING
000536              '  ' DELIMITED BY SIZE
000536              TonightName(t) DELIMITED BY SPACES
000536              ' (set ' DELIMITED BY SIZE
000536              RunSet(r) DELIMITED BY SPACES
000536              ')' DELIMITED BY SIZE
000536              INTO ReportLine
000536            END-STRING
000536            WRITE ReportPattern
000536         END-IF
000536         COMPUTE t = t + 1
000536         GO TO FORECAST-UNKNOWN-LOOP
000536      END-IF.
000536  WRITE-FORECAST-EXIT.
000536      EXIT.
000536
000537  FORMAT-CS SECTION.
000537* fmtCS hundredths of a second as seconds, leading spaces
000537* dropped, into fmtText
000537      COMPUTE fmtSeconds = fmtCS / 100
000537        ON SIZE ERROR
000537          MOVE 9999999.99 TO fmtSeconds
000537      END-COMPUTE
000537      MOVE fmtSeconds TO fmtEdited
000537      COMPUTE fmtLead = 0
000537      INSPECT fmtEdited TALLYING fmtLead FOR LEADING SPACE
000537      MOVE SPACES TO fmtText
000537      MOVE fmtEdited(fmtLead + 1:10 - fmtLead) TO fmtText.
000537
000538  FORMAT-CLOCK SECTION.
000538* clockCS hundredths past midnight (possibly into tomorrow) as
000538* HH:MM in clockText
000538      DIVIDE clockCS BY 8640000 GIVING clockDays
000538        REMAINDER clockRest
000538      DIVIDE clockRest BY 360000 GIVING clockHH
000538        REMAINDER clockRest
000538      DIVIDE clockRest BY 6000 GIVING clockMM.
000538
000539  WRITE-STRIPE-LIST SECTION.
000539* stripelist.txt names the summary each of the n stripe jobs
000539* will write, for LifeMerge to combine once they are done. It
000539* is rewritten every night like the manifest: a night of one
000539* stripe or none leaves it empty, never last night's list, or
000539* the job stream would run and merge yesterday's stripes
000539      OPEN OUTPUT StripeListOut
000539      IF NOT stripeListErr = '00' THEN
000539         DISPLAY 'Could not open stripelist.txt - stripes not'
000539           ' listed.'
000539         GO TO WRITE-STRIPE-LIST-EXIT
000539      END-IF
000539      IF stripesPlanned < 2 THEN
000539         CLOSE StripeListOut
000539         GO TO WRITE-STRIPE-LIST-EXIT
000539      END-IF
000539      COMPUTE st = 1.
000539  STRIPE-LIST-LOOP.
000539      IF st <= stripesPlanned THEN
000539         MOVE st TO stripeString
000539         MOVE stripesPlanned TO stripeString2
000539         COMPUTE lead = 0
000539         INSPECT stripeString TALLYING lead FOR LEADING SPACE
000539         COMPUTE lead2 = 0
000539         INSPECT stripeString2 TALLYING lead2 FOR LEADING SPACE
000539         MOVE SPACES TO StripeListLine
000539         STRING
000539           'summary-' DELIMITED BY SIZE
000539           stripeString(lead + 1:2 - lead) DELIMITED BY SIZE
000539           'of' DELIMITED BY SIZE
000539           stripeString2(lead2 + 1:2 - lead2) DELIMITED BY SIZE
000539           '.txt' DELIMITED BY SIZE
000539           INTO StripeListLine
000539         END-STRING
000539         WRITE StripeListPattern
000539         COMPUTE st = st + 1
000539         GO TO STRIPE-LIST-LOOP
000539      END-IF
000539      CLOSE StripeListOut.
000539  WRITE-STRIPE-LIST-EXIT.
000539      EXIT.
