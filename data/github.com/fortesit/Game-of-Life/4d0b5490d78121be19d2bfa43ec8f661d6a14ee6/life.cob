000037      02 LibCheckpointEvery PIC 9(3).
000037      02 LibRleExport PIC X(1).
000037      02 LibRule PIC X(12).
000037* The verdict this program last reached on the library's own
000037* board, written back below (WRITE-BACK-CLASSIFICATION)
000037      02 LibClass PIC X(10).
000037      02 LibClassPeriod PIC 9(2).
000037      02 LibClassDir PIC X(2).
000037      02 LibClassGen PIC 9(5).
000037      02 LibClassDate PIC 9(8).
000037      02 LibGridRow PIC X(80) OCCURS 1 TO 800 TIMES
000037         DEPENDING ON LibRow.
000037* One record per distinct (board, settings) pair ever completed.
000048  01 stripeMine PIC 9(1) VALUE 1.
000048  01 stripeIdxString PIC Z9.
000048  01 stripeCntString PIC Z9.
000048* A '#TURN i n' token line LifePlan writes ahead of a catalog
000048* block deals that block to stripe i of n outright, in place of
000048* the round-robin ordinal, so the stripes can be balanced by
000048* forecast run time. It is only honored by a run striped n
000048* ways; any other run deals the block round-robin as before
000048  01 turnPending PIC 9(1) VALUE 0.
000048  01 turnIndex PIC 9(2) VALUE 0.
000048  01 turnCount PIC 9(2) VALUE 0.
000048  01 turnToken PIC X(10).
000048  01 sumname PIC X(90) VALUE 'summary.txt'.
000048* Set when the deadline cut a pattern mid-simulation: that
000048* pattern was read but lands in no outcome bucket tonight, so
000079  01 libErr PIC XX.
000079* 0 library not tried yet, 1 open, 2 could not be opened
000079  01 libOpen PIC 9(1) VALUE 0.
000079* 1 when the library could be opened for update, so verdicts can
000079* be written back; a read-only library still serves composites
000079  01 libWritable PIC 9(1) VALUE 0.
000079* 1 while the pattern being run is the library's own entry of
000079* that name - same board, same settings - so its verdict is the
000079* library pattern's verdict
000079  01 libMatch PIC 9(1) VALUE 0.
000079* Outcome-cache state. The key is built in working storage and
000079* moved to the record as a group, so computing it never depends
000079* on the file being open. An unusable cache (any open status
000087         PERFORM SETUP-SOUP-RUN
000087         GO TO READ-NEXT-PATTERN
000087      END-IF
000087* A '#TURN i n' line names the stripe the next block is dealt to
000087      IF str(1:5) = '#TURN' THEN
000087         MOVE 0 TO turnIndex
000087         MOVE 0 TO turnCount
000087         UNSTRING str DELIMITED BY ALL SPACES
000087           INTO turnToken, turnIndex, turnCount
000087         END-UNSTRING
000087         MOVE 1 TO turnPending
000087         GO TO READ-NEXT-PATTERN
000087      END-IF
000087* A '#PLACE' line builds one composite starting board out of
000087* library patterns and runs it like any other catalog entry; a
000087* composite that cannot be built (missing pattern, placement
000109* out of the outcome cache and the whole generation budget is
000109* saved. The audit line and the summary buckets come out the
000109* same either way
000109* Whether this is the library's own board is settled now, while
000109* Matrix still holds the starting board
000109      PERFORM CHECK-LIBRARY-MATCH
000109      PERFORM TRY-OUTCOME-CACHE
000109      IF CacheHit = 1 THEN
000109         PERFORM SERVE-FROM-CACHE
000141* very same text instead of re-deriving it
000141      PERFORM WRITE-AUDIT-LOG-ENTRY
000141      PERFORM TALLY-PATTERN-OUTCOME
000141      PERFORM WRITE-BACK-CLASSIFICATION
000141* The verdict just reached is worth keeping: the next time this
000141* exact board shows up under these settings, the cache answers
000141      PERFORM WRITE-OUTCOME-CACHE
000143* this stripe's turn, the read that was just counted is counted
000143* back out - the owning stripe's summary carries it
000143      IF StripeActive = 0 THEN
000143         MOVE 0 TO turnPending
000143         GO TO TAKE-STRIPE-EXIT
000143      END-IF
000143      COMPUTE stripeOrdinal = stripeOrdinal + 1
000143         MOVE 1 TO stripeMine
000143      ELSE
000143         MOVE 0 TO stripeMine
000143      END-IF
000143* A '#TURN' line dealt for this many stripes overrides the
000143* round-robin choice for this one block
000143      IF turnPending = 1 AND turnCount = stripeCount AND
000143         turnIndex >= 1 AND turnIndex <= stripeCount THEN
000143         IF turnIndex = stripeIndex THEN
000143            MOVE 1 TO stripeMine
000143         ELSE
000143            MOVE 0 TO stripeMine
000143         END-IF
000143      END-IF
000143      IF stripeMine = 0 THEN
000143         COMPUTE PatternsRead = PatternsRead - 1
000143      END-IF
000143      MOVE 0 TO turnPending.
000143  TAKE-STRIPE-EXIT.
000143      EXIT.
000143
000144      EXIT.
000144
000144  OPEN-PATTERN-LIBRARY SECTION.
000144* Opened once, the first time a pattern needs it - for update,
000144* so verdicts can be written back, or failing that read-only,
000144* which still serves composites. It is never created here; a
000144* missing or unusable library fails the composite and skips the
000144* write-back, never the rest of the catalog
000144      IF NOT libOpen = 0 THEN
000144         GO TO OPEN-PATTERN-LIBRARY-EXIT
000144      END-IF
000144      OPEN I-O PatternLib
000144      IF libErr = '00' THEN
000144         MOVE 1 TO libOpen
000144         MOVE 1 TO libWritable
000144         GO TO OPEN-PATTERN-LIBRARY-EXIT
000144      END-IF
000144      OPEN INPUT PatternLib
000144      IF libErr = '00' THEN
000144         MOVE 1 TO libOpen
000144         DISPLAY 'patterns.lib is read-only - outcomes are not'
000144           ' written back.'
000144      ELSE
000144         DISPLAY 'patterns.lib cannot be opened (status '
000144           libErr ') - composites skipped, outcomes not'
000144           ' written back.'
000144         MOVE 2 TO libOpen
000144      END-IF.
000144  OPEN-PATTERN-LIBRARY-EXIT.
000144      EXIT.
000144
000144  CHECK-LIBRARY-MATCH SECTION.
000144* A catalog pattern carrying a library name is only taken for
000144* that library pattern when it is the same board under the same
000144* settings - an edited or experimental copy under the old name
000144* must not put its verdict on the library's entry
000144      MOVE 0 TO libMatch
000144      PERFORM OPEN-PATTERN-LIBRARY
000144      IF NOT libOpen = 1 OR libWritable = 0 THEN
000144         GO TO CHECK-LIBRARY-MATCH-EXIT
000144      END-IF
000144      MOVE SPACES TO LibName
000144      MOVE PatternName TO LibName
000144      READ PatternLib
000144        INVALID KEY
000144          GO TO CHECK-LIBRARY-MATCH-EXIT
000144      END-READ
000144      IF NOT LibRow = Row OR NOT LibColCount = ColCount OR
000144         NOT LibWrapMode = WrapMode OR
000144         NOT LibGeneration = Generation OR
000144         NOT LibRule = RuleString THEN
000144         GO TO CHECK-LIBRARY-MATCH-EXIT
000144      END-IF
000144      COMPUTE k = 1.
000144  LIBRARY-MATCH-ROW-LOOP.
000144      IF k > LibRow THEN
000144         MOVE 1 TO libMatch
000144         GO TO CHECK-LIBRARY-MATCH-EXIT
000144      END-IF
000144      COMPUTE l = 1.
000144  LIBRARY-MATCH-CELL-LOOP.
000144      IF l <= LibColCount THEN
000144         IF LibGridRow(k)(l:1) = LibAliveSymbol THEN
000144            IF NOT Matrix(k + 1)(l + 1:1) = '*' THEN
000144               GO TO CHECK-LIBRARY-MATCH-EXIT
000144            END-IF
000144         ELSE
000144            IF Matrix(k + 1)(l + 1:1) = '*' THEN
000144               GO TO CHECK-LIBRARY-MATCH-EXIT
000144            END-IF
000144         END-IF
000144         COMPUTE l = l + 1
000144         GO TO LIBRARY-MATCH-CELL-LOOP
000144      END-IF
000144      COMPUTE k = k + 1
000144      GO TO LIBRARY-MATCH-ROW-LOOP.
000144  CHECK-LIBRARY-MATCH-EXIT.
000144      EXIT.
000144
000144  WRITE-BACK-CLASSIFICATION SECTION.
000144* The verdict just reached, as a classification on the library
000144* record, dated today: CLIPPED when the board edge got in the
000144* way (nothing else can be trusted then), otherwise the same
000144* buckets TALLY-PATTERN-OUTCOME counts - EXTINCT, UNSETTLED for
000144* a run that used its whole budget, STILL, SPACESHIP with period
000144* and compass direction, OSCILLATOR with period. The generation
000144* is where the verdict landed (where the edge was hit, for
000144* CLIPPED). Only the classification fields change - the board
000144* and settings are LifeLib's business
000144      IF libMatch = 0 THEN
000144         GO TO WRITE-BACK-CLASSIFICATION-EXIT
000144      END-IF
000144      MOVE 0 TO libMatch
000144      MOVE SPACES TO LibName
000144      MOVE PatternName TO LibName
000144      READ PatternLib
000144        INVALID KEY
000144          GO TO WRITE-BACK-CLASSIFICATION-EXIT
000144      END-READ
000144      MOVE 0 TO LibClassPeriod
000144      MOVE SPACES TO LibClassDir
000144      MOVE GenerationsReached TO LibClassGen
000144      MOVE RunDateFull TO LibClassDate
000144      IF EdgeContact = 1 THEN
000144         MOVE 'CLIPPED' TO LibClass
000144         MOVE EdgeContactGen TO LibClassGen
000144         GO TO WRITE-BACK-CLASSIFICATION-REWRITE
000144      END-IF
000144      IF isExtinct = 1 OR InitialExtinction = 1 THEN
000144         MOVE 'EXTINCT' TO LibClass
000144         GO TO WRITE-BACK-CLASSIFICATION-REWRITE
000144      END-IF
000144      IF matchPeriod = 0 THEN
000144         MOVE 'UNSETTLED' TO LibClass
000144         GO TO WRITE-BACK-CLASSIFICATION-REWRITE
000144      END-IF
000144      IF matchPeriod = 1 THEN
000144         MOVE 'STILL' TO LibClass
000144         MOVE 1 TO LibClassPeriod
000144         GO TO WRITE-BACK-CLASSIFICATION-REWRITE
000144      END-IF
000144      IF shipPeriod > 1 THEN
000144         MOVE 'SPACESHIP' TO LibClass
000144         MOVE shipPeriod TO LibClassPeriod
000144         IF shipRowShift < 0 THEN
000144            MOVE 'N' TO LibClassDir(1:1)
000144         END-IF
000144         IF shipRowShift > 0 THEN
000144            MOVE 'S' TO LibClassDir(1:1)
000144         END-IF
000144         IF shipColShift < 0 THEN
000144            MOVE 'W' TO LibClassDir(2:1)
000144         END-IF
000144         IF shipColShift > 0 THEN
000144            MOVE 'E' TO LibClassDir(2:1)
000144         END-IF
000144         IF LibClassDir(1:1) = SPACE THEN
000144            MOVE LibClassDir(2:1) TO LibClassDir(1:1)
000144            MOVE SPACE TO LibClassDir(2:1)
000144         END-IF
000144         GO TO WRITE-BACK-CLASSIFICATION-REWRITE
000144      END-IF
000144      MOVE 'OSCILLATOR' TO LibClass
000144      MOVE matchPeriod TO LibClassPeriod.
000144  WRITE-BACK-CLASSIFICATION-REWRITE.
000144      REWRITE LibRecord
000144        INVALID KEY
000144          DISPLAY 'Could not write the outcome of ' PatternName
000144            ' back to the library.'
000144      END-REWRITE.
000144  WRITE-BACK-CLASSIFICATION-EXIT.
000144      EXIT.
000144
000144  OPEN-OUTCOME-CACHE SECTION.
000144* Opened read/write, once, the first time a pattern gets this
000144* far. Only a file that does not exist yet (status 35) is
000144      MOVE Generation TO GenerationString
000144      MOVE GenerationsReached TO GenerationsReachedString
000144      PERFORM WRITE-AUDIT-LOG-ENTRY
000144      PERFORM TALLY-PATTERN-OUTCOME
000144      PERFORM WRITE-BACK-CLASSIFICATION.
000144
000144  WRITE-OUTCOME-CACHE SECTION.
000144* The pattern's verdict into the cache under the key built from
