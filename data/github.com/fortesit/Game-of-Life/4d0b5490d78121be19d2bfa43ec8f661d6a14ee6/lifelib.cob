000013*    REPLACE        load every block from libin.txt; an existing
000014*                   pattern of the same name is overwritten
000015*    LIST           write one line per library pattern to
000016*                   liblist.txt, with the outcome GameOfLife
000016*                   last confirmed for it and when
000017*    DELETE name    remove that pattern from the library
000018*    EXTRACT name   append that pattern to libout.txt as a
000019*                   ready-to-run native catalog block
000019*    DUPLICATES     write to liblist.txt every group of library
000019*                   patterns that are the same board once
000019*                   translation, rotation and reflection are
000019*                   taken out (the census's canonical form)
000019*
000019*    VERSIONS name  write that pattern's numbered versions to
000019*                   liblist.txt
000019*    RESTORE name n put version n of that pattern back into the
000019*                   library
000019*
000019*  ADD and REPLACE also warn about every incoming block that
000019*  matches a library pattern of another name in that same
000019*  canonical form - the block is still loaded
000019*
000019*  Nothing is ever lost: every ADD, REPLACE, DELETE and RESTORE
000019*  that changes a pattern first keeps the pattern as it stood
000019*  before the change (or the fact that there was none yet) in
000019*  patterns.ver as that pattern's next numbered version, and
000019*  appends a journal line - date, time, command, version, source
000019*  file and user - to history.txt, where LifeRegress and the
000019*  shop audit trail pick it up
000020*
000021
000022  IDENTIFICATION DIVISION.
000042      SELECT ExtractFile ASSIGN TO 'libout.txt'
000043        ORGANIZATION IS LINE SEQUENTIAL
000044        FILE STATUS IS extractErr.
000044* Before-images, keyed by pattern name and version number
000044      SELECT PatternVersions ASSIGN TO 'patterns.ver'
000044        ORGANIZATION IS INDEXED
000044        ACCESS MODE IS DYNAMIC
000044        RECORD KEY IS VerKey
000044        FILE STATUS IS verErr.
000044* The simulator's running log, shared so a library change and
000044* the runs around it read in one time order
000044      SELECT AuditFile ASSIGN TO 'history.txt'
000044        ORGANIZATION IS LINE SEQUENTIAL
000044        FILE STATUS IS auditErr.
000045
000046  DATA DIVISION.
000047  FILE SECTION.
000059* The birth/survival rule the pattern runs under, in the
000059* simulator's B<digits>/S<digits> header notation
000059      02 LibRule PIC X(12).
000059* The outcome GameOfLife last confirmed for this exact board and
000059* these settings, and the date it did: STILL, OSCILLATOR and
000059* SPACESHIP with their period (a spaceship also with its compass
000059* direction), EXTINCT, CLIPPED or UNSETTLED with the generation
000059* the verdict landed on. Blank until the first run - and blank
000059* again whenever LifeLib puts a different board in place
000059      02 LibClass PIC X(10).
000059      02 LibClassPeriod PIC 9(2).
000059      02 LibClassDir PIC X(2).
000059      02 LibClassGen PIC 9(5).
000059      02 LibClassDate PIC 9(8).
000059* 800 rows, not the simulator's own 999-row ceiling: an indexed
000060* record tops out at 65535 bytes, and 800 80-wide grid rows is
000061* as much of that as the fixed header fields leave room for
000071  FD ExtractFile.
000072  01 ExtractPattern.
000073      02 ExtractLine PIC X(100).
000073* Version n of a pattern is the library record as it stood just
000073* before change n - VerPresent 'N' when the pattern was not in
000073* the library at all then. Date, time, command, source file and
000073* user are those of the change itself
000073  FD PatternVersions.
000073  01 VerRecord.
000073      02 VerKey.
000073         03 VerName PIC X(80).
000073         03 VerNumber PIC 9(5).
000073      02 VerDate PIC 9(8).
000073      02 VerTime PIC 9(6).
000073      02 VerCommand PIC X(10).
000073      02 VerSource PIC X(12).
000073      02 VerUser PIC X(12).
000073      02 VerPresent PIC X(1).
000073      02 VerGeneration PIC 9(5).
000073      02 VerColCount PIC 9(2).
000073      02 VerWrapMode PIC X(1).
000073      02 VerAliveSymbol PIC X(1).
000073      02 VerDeadSymbol PIC X(1).
000073      02 VerSnapshotEvery PIC 9(3).
000073      02 VerCheckpointEvery PIC 9(3).
000073      02 VerRleExport PIC X(1).
000073      02 VerRule PIC X(12).
000073      02 VerRow PIC 9(3).
000073      02 VerGridRow PIC X(80) OCCURS 1 TO 800 TIMES
000073         DEPENDING ON VerRow.
000073  FD AuditFile.
000073  01 AuditPattern.
000073      02 AuditLine PIC X(200).
000074
000075  WORKING-STORAGE SECTION.
000076  01 libErr PIC XX.
000078  01 catalogErr PIC XX.
000079  01 listErr PIC XX.
000080  01 extractErr PIC XX.
000080  01 verErr PIC XX.
000080  01 auditErr PIC XX.
000080* The shop-wide common audit record layout the journal lines go
000080* out in
000080  COPY AUDITREC.
000081  01 cmdstr PIC X(100).
000082  01 cmdVerb PIC X(10).
000083  01 cmdName PIC X(80).
000083  01 cmdVersion PIC X(10).
000084  01 str PIC X(100).
000085* '1' while a REPLACE command is loading libin.txt, so an already
000086* present pattern is rewritten instead of left untouched
000101* needs them, so a LIST-less run leaves no empty listing file
000102  01 listOpen PIC 9(1) VALUE 0.
000103  01 extractOpen PIC 9(1) VALUE 0.
000103* Canonical-form work areas. A board's live cells are cut down to
000103* their bounding box and all eight rotations/reflections of that
000103* box are built; the smallest (height, then width, then cells row
000103* by row) is the canonical form, exactly as the simulator's census
000103* picks its canonical key. A library board can be 800 x 80, so
000103* the cells are kept flat, row after row, at the box's own width
000103  01 boxTop PIC 9(3).
000103  01 boxBottom PIC 9(3).
000103  01 boxLeft PIC 9(2).
000103  01 boxRight PIC 9(2).
000103  01 shapeH PIC 9(3).
000103  01 shapeW PIC 9(3).
000103  01 transIdx PIC 9(1).
000103  01 trH PIC 9(3).
000103  01 trW PIC 9(3).
000103  01 trR PIC 9(3).
000103  01 trC PIC 9(3).
000103  01 srcR PIC 9(3).
000103  01 srcC PIC 9(3).
000103  01 bestH PIC 9(3).
000103  01 bestW PIC 9(3).
000103  01 cellPos PIC 9(5).
000103  01 cellCount PIC 9(5).
000103  01 canonPop PIC 9(5).
000103  01 canonCheck PIC 9(15).
000103  01 transCells PIC X(64000).
000103  01 bestCells PIC X(64000).
000103* One canonical form held aside - the group leader of a duplicate
000103* scan, or the incoming block while ADD/REPLACE compares it
000103  01 heldH PIC 9(3).
000103  01 heldW PIC 9(3).
000103  01 heldPop PIC 9(5).
000103  01 heldCheck PIC 9(15).
000103  01 heldFor PIC 9(5).
000103  01 heldCells PIC X(64000).
000103* Every library board's canonical size, population and cell
000103* checksum - only entries agreeing on all four are compared cell
000103* by cell. DupGroup is the duplicate group an entry was put in
000103  01 dupCount PIC 9(5) VALUE 0.
000103  01 dupOverflow PIC 9(5) VALUE 0.
000103  01 DupTable.
000103      02 DupEntry OCCURS 5000 TIMES.
000103         03 DupName PIC X(80).
000103         03 DupH PIC 9(3).
000103         03 DupW PIC 9(3).
000103         03 DupPop PIC 9(5).
000103         03 DupCheck PIC 9(15).
000103         03 DupGroup PIC 9(5).
000103  01 d1 PIC 9(5).
000103  01 d2 PIC 9(5).
000103  01 groupCount PIC 9(5).
000103  01 groupMembers PIC 9(5).
000103  01 matchFound PIC 9(1).
000103  01 PatternsMatched PIC 9(5) VALUE 0.
000103  01 dupHString PIC Z(2)9.
000103  01 dupWString PIC Z(2)9.
000103  01 popString PIC Z(4)9.
000103* The incoming block, parked while library entries are read over
000103* the record area to be compared against it
000103  01 holdRow PIC 9(3).
000103  01 holdName PIC X(80).
000103  01 holdRecord PIC X(64139).
000103* The change being versioned: what it is, where it came from,
000103* who ran it, and the version number it gets
000103  01 changeCommand PIC X(10).
000103  01 changeSource PIC X(12).
000103  01 changeUser PIC X(12).
000103  01 changeDate PIC 9(8).
000103  01 changeTime PIC 9(8).
000103  01 verKeyName PIC X(80).
000103  01 nextVersion PIC 9(5).
000103  01 restoreNumber PIC 9(5).
000103  01 restorePresent PIC X(1).
000103  01 versionDigits PIC X(5).
000103  01 tokenLen PIC 9(2).
000103  01 versionCount PIC 9(5).
000103  01 auditOpen PIC 9(1) VALUE 0.
000103  01 versionString PIC 9(5).
000103  01 dateEdited PIC 9999/99/99.
000103  01 timeEdited PIC 99/99/99.
000104
000105  PROCEDURE DIVISION.
000106  MAIN-PARAGRAPH.
000115           libErr ') - library left untouched.'
000115         GO TO PROGRAM-END
000115      END-IF
000115* The version file follows the same rule: created only when it
000115* does not exist yet. Without it no change could be undone, so
000115* the library is not touched either
000115      OPEN I-O PatternVersions
000115      IF verErr = '35' THEN
000115         OPEN OUTPUT PatternVersions
000115         CLOSE PatternVersions
000115         OPEN I-O PatternVersions
000115      END-IF
000115      IF NOT verErr = '00' THEN
000115         DISPLAY 'patterns.ver cannot be opened (status '
000115           verErr ') - library left untouched.'
000115         CLOSE PatternLib
000115         GO TO PROGRAM-END
000115      END-IF
000115      MOVE SPACES TO changeUser
000115      ACCEPT changeUser FROM ENVIRONMENT 'USER'
000115        ON EXCEPTION
000115          MOVE SPACES TO changeUser
000115      END-ACCEPT
000115      IF changeUser = SPACES THEN
000115         MOVE 'unknown' TO changeUser
000115      END-IF
000116      OPEN INPUT CommandFile
000117      IF NOT commandErr = '00' THEN
000118         DISPLAY 'No libcmd.txt found. Nothing to do.'
000125      END-READ
000126      MOVE SPACES TO cmdVerb
000127      MOVE SPACES TO cmdName
000127      MOVE SPACES TO cmdVersion
000128      UNSTRING cmdstr DELIMITED BY ALL SPACES
000129        INTO cmdVerb, cmdName, cmdVersion
000130      END-UNSTRING
000131      IF cmdVerb = 'ADD' THEN
000132         MOVE 0 TO replaceMode
000145      IF cmdVerb = 'EXTRACT' THEN
000146         PERFORM EXTRACT-PATTERN
000147      END-IF
000147      IF cmdVerb = 'DUPLICATES' THEN
000147         PERFORM FIND-DUPLICATE-PATTERNS
000147      END-IF
000147      IF cmdVerb = 'VERSIONS' THEN
000147         PERFORM LIST-PATTERN-VERSIONS
000147      END-IF
000147      IF cmdVerb = 'RESTORE' THEN
000147         PERFORM RESTORE-PATTERN
000147      END-IF
000148      GO TO READ-NEXT-COMMAND.
000149  WRAP-UP.
000150      CLOSE CommandFile
000154      IF extractOpen = 1 THEN
000155         CLOSE ExtractFile
000156      END-IF
000156      IF auditOpen = 1 THEN
000156         CLOSE AuditFile
000156      END-IF
000156      CLOSE PatternVersions
000157      CLOSE PatternLib.
000158  PROGRAM-END.
000159      STOP RUN.
000169      IF NOT catalogErr = '00' THEN
000170         DISPLAY 'No libin.txt catalog to load from.'
000171         GO TO LOAD-CATALOG-EXIT
000172      END-IF
000172      PERFORM BUILD-CANON-TABLE.
000173  LOAD-NEXT-BLOCK.
000174      READ CatalogIn INTO str
000175        AT END
000176          GO TO LOAD-CATALOG-CLOSE
000177      END-READ
000177* A '#TURN' stripe line LifePlan writes ahead of a block in its
000177* catalogs is not part of the block
000177      IF str(1:5) = '#TURN' THEN
000177         GO TO LOAD-NEXT-BLOCK
000177      END-IF
000178* The record is filled field by field rather than cleared as a
000179* group - a group MOVE would evaluate the grid OCCURS on whatever
000180* LibRow held before this block's own row count is parsed
000199      MOVE 0 TO LibCheckpointEvery
000200      MOVE '0' TO LibRleExport
000200      MOVE 'B3/S23' TO LibRule
000200      MOVE SPACES TO LibClass
000200      MOVE 0 TO LibClassPeriod
000200      MOVE SPACES TO LibClassDir
000200      MOVE 0 TO LibClassGen
000200      MOVE 0 TO LibClassDate
000201      UNSTRING str DELIMITED BY ALL SPACES
000202        INTO LibRow, LibColCount, LibWrapMode, LibAliveSymbol,
000203             LibDeadSymbol, LibSnapshotEvery, LibCheckpointEvery,
000224      MOVE PatternsSkipped TO countString
000225      DISPLAY 'Patterns skipped (name already present): '
000226        countString
000226      MOVE PatternsMatched TO countString
000226      DISPLAY 'Patterns matching another library pattern: '
000226        countString
000227      MOVE 0 TO PatternsLoaded
000228      MOVE 0 TO PatternsSkipped
000228      MOVE 0 TO PatternsMatched.
000229  LOAD-CATALOG-EXIT.
000230      EXIT.
000231
000232  STORE-LIBRARY-PATTERN SECTION.
000233* WRITE first: a fresh name goes straight in. INVALID KEY means
000234* the name is already on file - REPLACE rewrites it with the block
000235* just read, ADD leaves the library copy alone and says so.
000235* Whatever happens to the name, a board already on file under
000235* another name is worth a warning first. The library's present
000235* copy is then taken as the before-image (the incoming block is
000235* still parked from the duplicate check) and only written out as
000235* a version once the change itself has gone through
000235      PERFORM CHECK-INCOMING-DUPLICATE
000235      MOVE cmdVerb TO changeCommand
000235      MOVE 'libin.txt' TO changeSource
000235      PERFORM TAKE-BEFORE-IMAGE
000235      MOVE holdRow TO LibRow
000235      MOVE holdRecord TO LibRecord
000235      IF VerPresent = 'Y' THEN
000235         IF replaceMode = 1 THEN
000239             REWRITE LibRecord
000240               INVALID KEY
000241                 DISPLAY 'Could not replace ' LibName
000242                   ' in the library.'
000242               NOT INVALID KEY
000242                 PERFORM NOTE-CANON-ENTRY
000242                 PERFORM WRITE-VERSION-RECORD
000243             END-REWRITE
000244             COMPUTE PatternsLoaded = PatternsLoaded + 1
000245          ELSE
000246             COMPUTE PatternsSkipped = PatternsSkipped + 1
000247          END-IF
000247          GO TO STORE-LIBRARY-EXIT
000247      END-IF
000236      WRITE LibRecord
000237        INVALID KEY
000241          DISPLAY 'Could not add ' LibName ' to the library.'
000248        NOT INVALID KEY
000249          COMPUTE PatternsLoaded = PatternsLoaded + 1
000249          PERFORM NOTE-CANON-ENTRY
000249          PERFORM WRITE-VERSION-RECORD
000250      END-WRITE.
000250  STORE-LIBRARY-EXIT.
000250      EXIT.
000251
000251  SKIP-OVERSIZE-BLOCK SECTION.
000251* A block taller than the library record can hold is read past
000286      IF LibWrapMode = '1' THEN
000287         MOVE ' wrap' TO ListLine(82:5)
000288      END-IF
000288      PERFORM FORMAT-CLASSIFICATION
000289      WRITE ListPattern
000290      GO TO LIST-NEXT-PATTERN.
000291  WRITE-LISTING-TRAILER.
000301      EXIT.
000302
000303  DELETE-PATTERN SECTION.
000303* The record about to go is kept as the pattern's next version
000303* first, so a DELETE can always be taken back with RESTORE
000304      MOVE SPACES TO LibName
000305      MOVE cmdName TO LibName
000305      MOVE 'DELETE' TO changeCommand
000305      MOVE 'libcmd.txt' TO changeSource
000305      PERFORM TAKE-BEFORE-IMAGE
000305      IF VerPresent = 'N' THEN
000305         DISPLAY 'Pattern ' cmdName ' is not in the library.'
000305         GO TO DELETE-PATTERN-EXIT
000305      END-IF
000306      DELETE PatternLib
000307        INVALID KEY
000308          DISPLAY 'Pattern ' cmdName ' is not in the library.'
000309        NOT INVALID KEY
000310          DISPLAY 'Pattern ' cmdName ' deleted from the library.'
000310          PERFORM WRITE-VERSION-RECORD
000311      END-DELETE.
000311  DELETE-PATTERN-EXIT.
000311      EXIT.
000312
000313  EXTRACT-PATTERN SECTION.
000314* The named pattern back out as a native catalog block, appended
000359      END-IF.
000360  EXTRACT-PATTERN-EXIT.
000361      EXIT.
000362
000362  CANONICALIZE-BOARD SECTION.
000362* The board in LibRecord to its canonical form: bounding box of
000362* the live cells, then the smallest of the eight symmetry
000362* transforms of that box - the simulator's census normalization
000362* (CANONICALIZE-SHAPE/BUILD-TRANSFORM-KEY) at full board size.
000362* Leaves bestH x bestW cells in bestCells, with the population
000362* and a cell checksum to screen candidates by. A board with
000362* nothing alive canonicalizes to 0 x 0
000362      PERFORM FIND-BOARD-BOX
000362      MOVE 0 TO bestH
000362      MOVE 0 TO bestW
000362      MOVE 0 TO canonCheck
000362      IF canonPop = 0 THEN
000362         GO TO CANONICALIZE-BOARD-EXIT
000362      END-IF
000362      COMPUTE shapeH = boxBottom - boxTop + 1
000362      COMPUTE shapeW = boxRight - boxLeft + 1
000362      COMPUTE cellCount = shapeH * shapeW
000362      MOVE 999 TO bestH
000362      MOVE 999 TO bestW
000362      MOVE HIGH-VALUES TO bestCells
000362      COMPUTE transIdx = 1.
000362  CANON-BOARD-LOOP.
000362      PERFORM BUILD-BOARD-TRANSFORM
000362      IF trH < bestH OR
000362         (trH = bestH AND trW < bestW) OR
000362         (trH = bestH AND trW = bestW AND
000362          transCells(1:cellCount) < bestCells(1:cellCount)) THEN
000362         MOVE trH TO bestH
000362         MOVE trW TO bestW
000362         MOVE transCells(1:cellCount) TO bestCells(1:cellCount)
000362      END-IF
000362      COMPUTE transIdx = transIdx + 1
000362      IF transIdx <= 8 THEN
000362         GO TO CANON-BOARD-LOOP
000362      END-IF
000362      COMPUTE cellPos = 1.
000362  CANON-CHECK-LOOP.
000362      IF cellPos <= cellCount THEN
000362         IF bestCells(cellPos:1) = '*' THEN
000362            COMPUTE canonCheck = canonCheck + cellPos * cellPos
000362         END-IF
000362         COMPUTE cellPos = cellPos + 1
000362         GO TO CANON-CHECK-LOOP
000362      END-IF.
000362  CANONICALIZE-BOARD-EXIT.
000362      EXIT.
000362
000362  FIND-BOARD-BOX SECTION.
000362* Bounding box and population of the live cells in LibRecord -
000362* a cell is alive when it carries the pattern's own alive symbol
000362      MOVE 0 TO canonPop
000362      MOVE 999 TO boxTop
000362      MOVE 0 TO boxBottom
000362      MOVE 99 TO boxLeft
000362      MOVE 0 TO boxRight
000362      COMPUTE trR = 1.
000362  BOX-ROW-LOOP.
000362      IF trR > LibRow THEN
000362         GO TO FIND-BOARD-BOX-EXIT
000362      END-IF
000362      COMPUTE trC = 1.
000362  BOX-COL-LOOP.
000362      IF trC <= LibColCount THEN
000362         IF LibGridRow(trR)(trC:1) = LibAliveSymbol THEN
000362            COMPUTE canonPop = canonPop + 1
000362            IF trR < boxTop THEN
000362               MOVE trR TO boxTop
000362            END-IF
000362            IF trR > boxBottom THEN
000362               MOVE trR TO boxBottom
000362            END-IF
000362            IF trC < boxLeft THEN
000362               MOVE trC TO boxLeft
000362            END-IF
000362            IF trC > boxRight THEN
000362               MOVE trC TO boxRight
000362            END-IF
000362         END-IF
000362         COMPUTE trC = trC + 1
000362         GO TO BOX-COL-LOOP
000362      END-IF
000362      COMPUTE trR = trR + 1
000362      GO TO BOX-ROW-LOOP.
000362  FIND-BOARD-BOX-EXIT.
000362      EXIT.
000362
000362  BUILD-BOARD-TRANSFORM SECTION.
000362* Transform transIdx of the bounding box into transCells, '*'
000362* for alive and '.' for dead. Same numbering and the same source
000362* cell formulas as the census's BUILD-TRANSFORM-KEY: 1-4 are the
000362* rotations, 5-8 the mirrored rotations, the even ones swap
000362* height and width
000362      IF transIdx = 1 OR transIdx = 3 OR
000362         transIdx = 5 OR transIdx = 7 THEN
000362         MOVE shapeH TO trH
000362         MOVE shapeW TO trW
000362      ELSE
000362         MOVE shapeW TO trH
000362         MOVE shapeH TO trW
000362      END-IF
000362      COMPUTE trR = 1.
000362  BOARD-TRANSFORM-ROW-LOOP.
000362      COMPUTE trC = 1.
000362  BOARD-TRANSFORM-COL-LOOP.
000362      IF transIdx = 1 THEN
000362         COMPUTE srcR = trR
000362         COMPUTE srcC = trC
000362      END-IF
000362      IF transIdx = 2 THEN
000362         COMPUTE srcR = shapeH + 1 - trC
000362         COMPUTE srcC = trR
000362      END-IF
000362      IF transIdx = 3 THEN
000362         COMPUTE srcR = shapeH + 1 - trR
000362         COMPUTE srcC = shapeW + 1 - trC
000362      END-IF
000362      IF transIdx = 4 THEN
000362         COMPUTE srcR = trC
000362         COMPUTE srcC = shapeW + 1 - trR
000362      END-IF
000362      IF transIdx = 5 THEN
000362         COMPUTE srcR = trR
000362         COMPUTE srcC = shapeW + 1 - trC
000362      END-IF
000362      IF transIdx = 6 THEN
000362         COMPUTE srcR = shapeH + 1 - trC
000362         COMPUTE srcC = shapeW + 1 - trR
000362      END-IF
000362      IF transIdx = 7 THEN
000362         COMPUTE srcR = shapeH + 1 - trR
000362         COMPUTE srcC = trC
000362      END-IF
000362      IF transIdx = 8 THEN
000362         COMPUTE srcR = trC
000362         COMPUTE srcC = trR
000362      END-IF
000362      COMPUTE cellPos = (trR - 1) * trW + trC
000362      IF LibGridRow(boxTop + srcR - 1)(boxLeft + srcC - 1:1) =
000362         LibAliveSymbol THEN
000362         MOVE '*' TO transCells(cellPos:1)
000362      ELSE
000362         MOVE '.' TO transCells(cellPos:1)
000362      END-IF
000362      COMPUTE trC = trC + 1
000362      IF trC <= trW THEN
000362         GO TO BOARD-TRANSFORM-COL-LOOP
000362      END-IF
000362      COMPUTE trR = trR + 1
000362      IF trR <= trH THEN
000362         GO TO BOARD-TRANSFORM-ROW-LOOP
000362      END-IF.
000362
000362  BUILD-CANON-TABLE SECTION.
000362* Every library board's canonical size, population and checksum,
000362* in key order. Past 5000 entries the rest are counted, not
000362* compared
000362      MOVE 0 TO dupCount
000362      MOVE 0 TO dupOverflow
000362      MOVE 0 TO heldFor
000362      MOVE LOW-VALUES TO LibName
000362      START PatternLib KEY IS NOT LESS THAN LibName
000362        INVALID KEY
000362          GO TO BUILD-CANON-TABLE-EXIT
000362      END-START.
000362  CANON-TABLE-NEXT.
000362      READ PatternLib NEXT RECORD
000362        AT END
000362          GO TO BUILD-CANON-TABLE-EXIT
000362      END-READ
000362      IF dupCount >= 5000 THEN
000362         COMPUTE dupOverflow = dupOverflow + 1
000362         GO TO CANON-TABLE-NEXT
000362      END-IF
000362      PERFORM CANONICALIZE-BOARD
000362      COMPUTE dupCount = dupCount + 1
000362      MOVE LibName TO DupName(dupCount)
000362      PERFORM SET-CANON-ENTRY
000362      GO TO CANON-TABLE-NEXT.
000362  BUILD-CANON-TABLE-EXIT.
000362      EXIT.
000362
000362  SET-CANON-ENTRY SECTION.
000362      MOVE bestH TO DupH(dupCount)
000362      MOVE bestW TO DupW(dupCount)
000362      MOVE canonPop TO DupPop(dupCount)
000362      MOVE canonCheck TO DupCheck(dupCount)
000362      MOVE 0 TO DupGroup(dupCount).
000362
000362  NOTE-CANON-ENTRY SECTION.
000362* A block ADD/REPLACE has just put on file goes into the table
000362* (or updates its own entry) using the canonical form worked out
000362* for it beforehand, so later blocks of the same libin.txt are
000362* checked against it too
000362      COMPUTE d2 = 1.
000362  NOTE-CANON-FIND-LOOP.
000362      IF d2 <= dupCount THEN
000362         IF DupName(d2) = LibName THEN
000362            GO TO NOTE-CANON-STORE
000362         END-IF
000362         COMPUTE d2 = d2 + 1
000362         GO TO NOTE-CANON-FIND-LOOP
000362      END-IF
000362      IF dupCount >= 5000 THEN
000362         COMPUTE dupOverflow = dupOverflow + 1
000362         GO TO NOTE-CANON-ENTRY-EXIT
000362      END-IF
000362      COMPUTE dupCount = dupCount + 1
000362      COMPUTE d2 = dupCount
000362      MOVE LibName TO DupName(d2).
000362  NOTE-CANON-STORE.
000362      MOVE heldH TO DupH(d2)
000362      MOVE heldW TO DupW(d2)
000362      MOVE heldPop TO DupPop(d2)
000362      MOVE heldCheck TO DupCheck(d2)
000362      MOVE 0 TO DupGroup(d2).
000362  NOTE-CANON-ENTRY-EXIT.
000362      EXIT.
000362
000362  HOLD-CANON-FORM SECTION.
000362* The canonical form just built is set aside in the held fields
000362      MOVE bestH TO heldH
000362      MOVE bestW TO heldW
000362      MOVE canonPop TO heldPop
000362      MOVE canonCheck TO heldCheck
000362      IF canonPop > 0 THEN
000362         MOVE bestCells(1:bestH * bestW) TO
000362           heldCells(1:bestH * bestW)
000362      END-IF.
000362
000362  COMPARE-WITH-HELD SECTION.
000362* Reads library entry d2 and sets matchFound when its canonical
000362* form is the held one cell for cell. The table screen has
000362* already matched size, population and checksum
000362      MOVE 0 TO matchFound
000362      MOVE SPACES TO LibName
000362      MOVE DupName(d2) TO LibName
000362      READ PatternLib
000362        INVALID KEY
000362          GO TO COMPARE-WITH-HELD-EXIT
000362      END-READ
000362      PERFORM CANONICALIZE-BOARD
000362      IF NOT bestH = heldH OR NOT bestW = heldW THEN
000362         GO TO COMPARE-WITH-HELD-EXIT
000362      END-IF
000362      IF canonPop = 0 THEN
000362         MOVE 1 TO matchFound
000362         GO TO COMPARE-WITH-HELD-EXIT
000362      END-IF
000362      IF bestCells(1:bestH * bestW) =
000362         heldCells(1:bestH * bestW) THEN
000362         MOVE 1 TO matchFound
000362      END-IF.
000362  COMPARE-WITH-HELD-EXIT.
000362      EXIT.
000362
000362  CHECK-INCOMING-DUPLICATE SECTION.
000362* The block in LibRecord against every library board of another
000362* name: one warning per match. The block is parked while the
000362* candidates are read over the record area and put back before
000362* the caller writes it
000362      PERFORM CANONICALIZE-BOARD
000362      PERFORM HOLD-CANON-FORM
000362      MOVE 0 TO heldFor
000362      MOVE LibRow TO holdRow
000362      MOVE LibName TO holdName
000362      MOVE LibRecord TO holdRecord
000362      MOVE 0 TO k
000362      COMPUTE d2 = 1.
000362  INCOMING-DUP-LOOP.
000362      IF d2 > dupCount THEN
000362         GO TO INCOMING-DUP-RESTORE
000362      END-IF
000362      IF NOT DupName(d2) = holdName AND
000362         DupH(d2) = heldH AND DupW(d2) = heldW AND
000362         DupPop(d2) = heldPop AND DupCheck(d2) = heldCheck THEN
000362         PERFORM COMPARE-WITH-HELD
000362         IF matchFound = 1 THEN
000362            COMPUTE k = k + 1
000362            DISPLAY 'Warning: ' holdName
000362            DISPLAY '  is the same board as library pattern '
000362              DupName(d2)
000362         END-IF
000362      END-IF
000362      COMPUTE d2 = d2 + 1
000362      GO TO INCOMING-DUP-LOOP.
000362  INCOMING-DUP-RESTORE.
000362      IF k > 0 THEN
000362         COMPUTE PatternsMatched = PatternsMatched + 1
000362      END-IF
000362      MOVE holdRow TO LibRow
000362      MOVE holdRecord TO LibRecord.
000362
000362  FIND-DUPLICATE-PATTERNS SECTION.
000362* Every library board against every other in canonical form.
000362* The first name of a group (in key order) leads it; each later
000362* board that matches it joins the group and is not looked at
000362* again. Written to liblist.txt, one block per group
000362      IF listOpen = 0 THEN
000362         OPEN OUTPUT ListFile
000362         IF NOT listErr = '00' THEN
000362            DISPLAY 'Could not open liblist.txt for the duplicate'
000362              ' scan.'
000362            GO TO FIND-DUPLICATES-EXIT
000362         END-IF
000362         MOVE 1 TO listOpen
000362      END-IF
000362      PERFORM BUILD-CANON-TABLE
000362      MOVE 0 TO groupCount
000362      COMPUTE d1 = 1.
000362  DUP-LEADER-LOOP.
000362      IF d1 > dupCount THEN
000362         GO TO WRITE-DUPLICATES-TRAILER
000362      END-IF
000362      IF NOT DupGroup(d1) = 0 THEN
000362         GO TO DUP-LEADER-NEXT
000362      END-IF
000362      MOVE 0 TO groupMembers
000362      COMPUTE d2 = d1 + 1.
000362  DUP-MEMBER-LOOP.
000362      IF d2 > dupCount THEN
000362         GO TO DUP-LEADER-NEXT
000362      END-IF
000362      IF DupGroup(d2) = 0 AND
000362         DupH(d2) = DupH(d1) AND DupW(d2) = DupW(d1) AND
000362         DupPop(d2) = DupPop(d1) AND
000362         DupCheck(d2) = DupCheck(d1) THEN
000362         PERFORM LOAD-GROUP-LEADER
000362         PERFORM COMPARE-WITH-HELD
000362         IF matchFound = 1 THEN
000362            IF groupMembers = 0 THEN
000362               COMPUTE groupCount = groupCount + 1
000362               MOVE groupCount TO DupGroup(d1)
000362               PERFORM WRITE-DUPLICATE-HEADER
000362               MOVE d1 TO k
000362               PERFORM WRITE-DUPLICATE-MEMBER
000362            END-IF
000362            COMPUTE groupMembers = groupMembers + 1
000362            MOVE groupCount TO DupGroup(d2)
000362            MOVE d2 TO k
000362            PERFORM WRITE-DUPLICATE-MEMBER
000362         END-IF
000362      END-IF
000362      COMPUTE d2 = d2 + 1
000362      GO TO DUP-MEMBER-LOOP.
000362  DUP-LEADER-NEXT.
000362      COMPUTE d1 = d1 + 1
000362      GO TO DUP-LEADER-LOOP.
000362  WRITE-DUPLICATES-TRAILER.
000362      MOVE SPACES TO ListLine
000362      MOVE groupCount TO countString
000362      STRING
000362        'Duplicate groups: ' DELIMITED BY SIZE
000362        countString DELIMITED BY SIZE
000362        INTO ListLine
000362      END-STRING
000362      WRITE ListPattern
000362      MOVE SPACES TO ListLine
000362      MOVE dupCount TO countString
000362      STRING
000362        'Patterns compared: ' DELIMITED BY SIZE
000362        countString DELIMITED BY SIZE
000362        INTO ListLine
000362      END-STRING
000362      WRITE ListPattern
000362      IF dupOverflow > 0 THEN
000362         MOVE SPACES TO ListLine
000362         MOVE dupOverflow TO countString
000362         STRING
000362           'Patterns not compared (over 5000): ' DELIMITED BY SIZE
000362           countString DELIMITED BY SIZE
000362           INTO ListLine
000362         END-STRING
000362         WRITE ListPattern
000362      END-IF
000362      MOVE groupCount TO countString
000362      DISPLAY 'Duplicate groups in library: ' countString.
000362  FIND-DUPLICATES-EXIT.
000362      EXIT.
000362
000362  LOAD-GROUP-LEADER SECTION.
000362* Group leader d1's canonical form into the held fields - read
000362* and built once per leader, not once per candidate
000362      IF heldFor = d1 THEN
000362         GO TO LOAD-GROUP-LEADER-EXIT
000362      END-IF
000362      MOVE SPACES TO LibName
000362      MOVE DupName(d1) TO LibName
000362      READ PatternLib
000362        INVALID KEY
000362          MOVE 999 TO heldH
000362          GO TO LOAD-GROUP-LEADER-EXIT
000362      END-READ
000362      PERFORM CANONICALIZE-BOARD
000362      PERFORM HOLD-CANON-FORM
000362      MOVE d1 TO heldFor.
000362  LOAD-GROUP-LEADER-EXIT.
000362      EXIT.
000362
000362  WRITE-DUPLICATE-HEADER SECTION.
000362* 'Duplicate group <n>: <h> x <w>, <pop> live cells' - the size
000362* is the canonical bounding box, not the boards' own grid size
000362      MOVE groupCount TO countString
000362      MOVE DupH(d1) TO dupHString
000362      MOVE DupW(d1) TO dupWString
000362      MOVE DupPop(d1) TO popString
000362      MOVE SPACES TO ListLine
000362      STRING
000362        'Duplicate group ' DELIMITED BY SIZE
000362        countString DELIMITED BY SIZE
000362        ': ' DELIMITED BY SIZE
000362        dupHString DELIMITED BY SIZE
000362        ' x ' DELIMITED BY SIZE
000362        dupWString DELIMITED BY SIZE
000362        ', ' DELIMITED BY SIZE
000362        popString DELIMITED BY SIZE
000362        ' live cells' DELIMITED BY SIZE
000362        INTO ListLine
000362      END-STRING
000362      WRITE ListPattern.
000362
000362  WRITE-DUPLICATE-MEMBER SECTION.
000362      MOVE SPACES TO ListLine
000362      MOVE DupName(k) TO ListLine(5:80)
000362      WRITE ListPattern.
000363
000363  TAKE-BEFORE-IMAGE SECTION.
000363* Lays the pattern named in LibName down in VerRecord as its next
000363* version, exactly as the library holds it now - or marked not
000363* present. The read goes over LibRecord, so a caller with a
000363* record of its own in there parks it first. Nothing is written
000363* yet: WRITE-VERSION-RECORD does that once the change is made
000363      MOVE LibName TO verKeyName
000363      PERFORM FIND-NEXT-VERSION
000363      ACCEPT changeDate FROM DATE YYYYMMDD
000363      ACCEPT changeTime FROM TIME
000363      MOVE 'Y' TO VerPresent
000363      READ PatternLib
000363        INVALID KEY
000363          MOVE 'N' TO VerPresent
000363      END-READ
000363      IF VerPresent = 'Y' THEN
000363         MOVE LibRow TO VerRow
000363         MOVE LibGeneration TO VerGeneration
000363         MOVE LibColCount TO VerColCount
000363         MOVE LibWrapMode TO VerWrapMode
000363         MOVE LibAliveSymbol TO VerAliveSymbol
000363         MOVE LibDeadSymbol TO VerDeadSymbol
000363         MOVE LibSnapshotEvery TO VerSnapshotEvery
000363         MOVE LibCheckpointEvery TO VerCheckpointEvery
000363         MOVE LibRleExport TO VerRleExport
000363         MOVE LibRule TO VerRule
000363         COMPUTE n = 1
000363         PERFORM COPY-ROWS-TO-VERSION
000363      ELSE
000363         MOVE 1 TO VerRow
000363         MOVE 0 TO VerGeneration
000363         MOVE 0 TO VerColCount
000363         MOVE SPACES TO VerWrapMode
000363         MOVE SPACES TO VerAliveSymbol
000363         MOVE SPACES TO VerDeadSymbol
000363         MOVE 0 TO VerSnapshotEvery
000363         MOVE 0 TO VerCheckpointEvery
000363         MOVE SPACES TO VerRleExport
000363         MOVE SPACES TO VerRule
000363         MOVE SPACES TO VerGridRow(1)
000363      END-IF
000363      MOVE verKeyName TO VerName
000363      MOVE nextVersion TO VerNumber
000363      MOVE changeDate TO VerDate
000363      MOVE changeTime(1:6) TO VerTime
000363      MOVE changeCommand TO VerCommand
000363      MOVE changeSource TO VerSource
000363      MOVE changeUser TO VerUser.
000363
000363  COPY-ROWS-TO-VERSION SECTION.
000363  COPY-ROWS-TO-VERSION-LOOP.
000363      IF n <= LibRow THEN
000363         MOVE LibGridRow(n) TO VerGridRow(n)
000363         COMPUTE n = n + 1
000363         GO TO COPY-ROWS-TO-VERSION-LOOP
000363      END-IF.
000363
000363  FIND-NEXT-VERSION SECTION.
000363* One past the highest version already on file for verKeyName;
000363* a pattern never changed before starts at version 1
000363      MOVE 0 TO nextVersion
000363      MOVE verKeyName TO VerName
000363      MOVE 0 TO VerNumber
000363      START PatternVersions KEY IS NOT LESS THAN VerKey
000363        INVALID KEY
000363          GO TO FIND-NEXT-VERSION-DONE
000363      END-START.
000363  FIND-NEXT-VERSION-LOOP.
000363      READ PatternVersions NEXT RECORD
000363        AT END
000363          GO TO FIND-NEXT-VERSION-DONE
000363      END-READ
000363      IF VerName = verKeyName THEN
000363         MOVE VerNumber TO nextVersion
000363         GO TO FIND-NEXT-VERSION-LOOP
000363      END-IF.
000363  FIND-NEXT-VERSION-DONE.
000363      COMPUTE nextVersion = nextVersion + 1.
000363
000363  WRITE-VERSION-RECORD SECTION.
000363* The before-image TAKE-BEFORE-IMAGE prepared goes on file and
000363* the change is journalled
000363      WRITE VerRecord
000363        INVALID KEY
000363          DISPLAY 'Could not keep version ' VerNumber ' of '
000363            VerName
000363      END-WRITE
000363      PERFORM WRITE-JOURNAL-LINE.
000363
000363  WRITE-JOURNAL-LINE SECTION.
000363* One history.txt line per library change in the common audit
000363* record shape: '<name> version=N source=<file> user=<id>', plus
000363* 'restored=N' on a RESTORE. The name leads, the way the
000363* simulator's own lines start, so LifeRegress finds both alike
000363      IF auditOpen = 0 THEN
000363         OPEN EXTEND AuditFile
000363         IF NOT auditErr = '00' THEN
000363            OPEN OUTPUT AuditFile
000363         END-IF
000363         IF NOT auditErr = '00' THEN
000363            DISPLAY 'Could not open history.txt for the journal.'
000363            GO TO WRITE-JOURNAL-EXIT
000363         END-IF
000363         MOVE 1 TO auditOpen
000363      END-IF
000363      MOVE SPACES TO AUDIT-RECORD
000363      MOVE VerDate TO AUDIT-DATE
000363      MOVE VerTime TO AUDIT-TIME
000363      MOVE 'LIFELIB' TO AUDIT-PROGRAM
000363      MOVE VerCommand TO AUDIT-EVENT
000363      MOVE 'OK' TO AUDIT-OUTCOME
000363      MOVE VerNumber TO versionString
000363      STRING
000363        VerName DELIMITED BY SPACES
000363        ' version=' DELIMITED BY SIZE
000363        versionString DELIMITED BY SIZE
000363        ' source=' DELIMITED BY SIZE
000363        VerSource DELIMITED BY SPACES
000363        ' user=' DELIMITED BY SIZE
000363        VerUser DELIMITED BY SPACES
000363        INTO AUDIT-DETAIL
000363      END-STRING
000363      IF VerCommand = 'RESTORE' THEN
000363         MOVE restoreNumber TO versionString
000363         COMPUTE k = 0
000363         INSPECT AUDIT-DETAIL TALLYING k
000363           FOR CHARACTERS BEFORE INITIAL '  '
000363         MOVE ' restored=' TO AUDIT-DETAIL(k + 1:10)
000363         MOVE versionString TO AUDIT-DETAIL(k + 11:5)
000363      END-IF
000363      MOVE AUDIT-RECORD TO AuditLine
000363      WRITE AuditPattern.
000363  WRITE-JOURNAL-EXIT.
000363      EXIT.
000363
000363  PARSE-VERSION-NUMBER SECTION.
000363* The version number on a RESTORE line, written any width - right-
000363* justified into a zero-filled holding field before the NUMERIC
000363* test, the way LifeRegress takes its reached= count. 0 when it
000363* is missing or not a number
000363      MOVE 0 TO restoreNumber
000363      COMPUTE tokenLen = 0
000363      INSPECT cmdVersion TALLYING tokenLen
000363        FOR CHARACTERS BEFORE INITIAL SPACE
000363      IF tokenLen > 0 AND tokenLen <= 5 THEN
000363         MOVE '00000' TO versionDigits
000363         MOVE cmdVersion(1:tokenLen)
000363           TO versionDigits(6 - tokenLen:tokenLen)
000363         IF versionDigits IS NUMERIC THEN
000363            MOVE versionDigits TO restoreNumber
000363         END-IF
000363      END-IF.
000363
000363  RESTORE-PATTERN SECTION.
000363* 'RESTORE name n' puts the pattern back the way version n holds
000363* it - rewritten, re-added, or (for a version from before the
000363* pattern existed) deleted. The restore is a change like any
000363* other, so what it replaces becomes the next version in turn
000363      PERFORM PARSE-VERSION-NUMBER
000363      IF restoreNumber = 0 THEN
000363         DISPLAY 'RESTORE ' cmdName ' needs a version number.'
000363         GO TO RESTORE-PATTERN-EXIT
000363      END-IF
000363      MOVE SPACES TO VerName
000363      MOVE cmdName TO VerName
000363      MOVE restoreNumber TO VerNumber
000363      READ PatternVersions
000363        INVALID KEY
000363          DISPLAY 'Version ' restoreNumber ' of ' cmdName
000363            ' is not on file.'
000363          GO TO RESTORE-PATTERN-EXIT
000363      END-READ
000363      MOVE VerPresent TO restorePresent
000363      IF restorePresent = 'Y' THEN
000363         MOVE SPACES TO LibName
000363         MOVE cmdName TO LibName
000363         MOVE VerRow TO LibRow
000363         MOVE VerGeneration TO LibGeneration
000363         MOVE VerColCount TO LibColCount
000363         MOVE VerWrapMode TO LibWrapMode
000363         MOVE VerAliveSymbol TO LibAliveSymbol
000363         MOVE VerDeadSymbol TO LibDeadSymbol
000363         MOVE VerSnapshotEvery TO LibSnapshotEvery
000363         MOVE VerCheckpointEvery TO LibCheckpointEvery
000363         MOVE VerRleExport TO LibRleExport
000363         MOVE VerRule TO LibRule
000363         MOVE SPACES TO LibClass
000363         MOVE 0 TO LibClassPeriod
000363         MOVE SPACES TO LibClassDir
000363         MOVE 0 TO LibClassGen
000363         MOVE 0 TO LibClassDate
000363         COMPUTE n = 1
000363         PERFORM COPY-ROWS-FROM-VERSION
000363         MOVE LibRow TO holdRow
000363         MOVE LibRecord TO holdRecord
000363      END-IF
000363      MOVE SPACES TO LibName
000363      MOVE cmdName TO LibName
000363      MOVE 'RESTORE' TO changeCommand
000363      MOVE 'libcmd.txt' TO changeSource
000363      PERFORM TAKE-BEFORE-IMAGE
000363      IF restorePresent = 'N' THEN
000363         IF VerPresent = 'N' THEN
000363            DISPLAY 'Pattern ' cmdName ' was not in the library'
000363              ' in version ' restoreNumber ' and is not now.'
000363            GO TO RESTORE-PATTERN-EXIT
000363         END-IF
000363         DELETE PatternLib
000363           INVALID KEY
000363             DISPLAY 'Could not remove ' cmdName
000363               ' from the library.'
000363           NOT INVALID KEY
000363             DISPLAY 'Pattern ' cmdName ' restored to version '
000363               restoreNumber ' (not in library).'
000363             PERFORM WRITE-VERSION-RECORD
000363         END-DELETE
000363         GO TO RESTORE-PATTERN-EXIT
000363      END-IF
000363      MOVE holdRow TO LibRow
000363      MOVE holdRecord TO LibRecord
000363      IF VerPresent = 'Y' THEN
000363         REWRITE LibRecord
000363           INVALID KEY
000363             DISPLAY 'Could not replace ' cmdName
000363               ' in the library.'
000363           NOT INVALID KEY
000363             DISPLAY 'Pattern ' cmdName ' restored to version '
000363               restoreNumber '.'
000363             PERFORM WRITE-VERSION-RECORD
000363         END-REWRITE
000363      ELSE
000363         WRITE LibRecord
000363           INVALID KEY
000363             DISPLAY 'Could not add ' cmdName ' to the library.'
000363           NOT INVALID KEY
000363             DISPLAY 'Pattern ' cmdName ' restored to version '
000363               restoreNumber '.'
000363             PERFORM WRITE-VERSION-RECORD
000363         END-WRITE
000363      END-IF.
000363  RESTORE-PATTERN-EXIT.
000363      EXIT.
000363
000363  COPY-ROWS-FROM-VERSION SECTION.
000363  COPY-ROWS-FROM-VERSION-LOOP.
000363      IF n <= LibRow THEN
000363         MOVE VerGridRow(n) TO LibGridRow(n)
000363         COMPUTE n = n + 1
000363         GO TO COPY-ROWS-FROM-VERSION-LOOP
000363      END-IF.
000363
000363  LIST-PATTERN-VERSIONS SECTION.
000363* 'VERSIONS name' - one liblist.txt line per version on file,
000363* oldest first: number, when, which command made the change,
000363* from which file, by whom, and what the pattern looked like
000363* before it (size and generation budget, or not in library)
000363      IF listOpen = 0 THEN
000363         OPEN OUTPUT ListFile
000363         IF NOT listErr = '00' THEN
000363            DISPLAY 'Could not open liblist.txt for the versions.'
000363            GO TO LIST-PATTERN-VERSIONS-EXIT
000363         END-IF
000363         MOVE 1 TO listOpen
000363      END-IF
000363      MOVE SPACES TO ListLine
000363      STRING
000363        'Versions of ' DELIMITED BY SIZE
000363        cmdName DELIMITED BY SPACES
000363        ' (each as it stood before that change):'
000363          DELIMITED BY SIZE
000363        INTO ListLine
000363      END-STRING
000363      WRITE ListPattern
000363      MOVE 0 TO versionCount
000363      MOVE SPACES TO VerName
000363      MOVE cmdName TO VerName
000363      MOVE 0 TO VerNumber
000363      START PatternVersions KEY IS NOT LESS THAN VerKey
000363        INVALID KEY
000363          GO TO WRITE-VERSIONS-TRAILER
000363      END-START.
000363  LIST-NEXT-VERSION.
000363      READ PatternVersions NEXT RECORD
000363        AT END
000363          GO TO WRITE-VERSIONS-TRAILER
000363      END-READ
000363      IF NOT VerName = cmdName THEN
000363         GO TO WRITE-VERSIONS-TRAILER
000363      END-IF
000363      COMPUTE versionCount = versionCount + 1
000363      MOVE SPACES TO ListLine
000363      MOVE 'version ' TO ListLine(3:8)
000363      MOVE VerNumber TO ListLine(11:5)
000363      MOVE VerDate TO dateEdited
000363      MOVE dateEdited TO ListLine(18:10)
000363      MOVE VerTime TO timeEdited
000363      INSPECT timeEdited REPLACING ALL '/' BY ':'
000363      MOVE timeEdited TO ListLine(29:8)
000363      MOVE VerCommand TO ListLine(39:10)
000363      MOVE VerSource TO ListLine(50:12)
000363      MOVE VerUser TO ListLine(63:12)
000363      IF VerPresent = 'Y' THEN
000363         MOVE VerRow TO rowString
000363         MOVE rowString TO ListLine(76:3)
000363         MOVE ' x ' TO ListLine(79:3)
000363         MOVE VerColCount TO colString
000363         MOVE colString TO ListLine(82:2)
000363         MOVE ' gen ' TO ListLine(85:5)
000363         MOVE VerGeneration TO genString
000363         MOVE genString TO ListLine(90:5)
000363      ELSE
000363         MOVE 'not in library' TO ListLine(76:14)
000363      END-IF
000363      WRITE ListPattern
000363      GO TO LIST-NEXT-VERSION.
000363  WRITE-VERSIONS-TRAILER.
000363      MOVE SPACES TO ListLine
000363      MOVE versionCount TO countString
000363      STRING
000363        'Versions on file: ' DELIMITED BY SIZE
000363        countString DELIMITED BY SIZE
000363        INTO ListLine
000363      END-STRING
000363      WRITE ListPattern.
000363  LIST-PATTERN-VERSIONS-EXIT.
000363      EXIT.
000364
000364  FORMAT-CLASSIFICATION SECTION.
000364* The LIST line's classification columns: the class, then the
000364* period (and direction) or the generation the verdict landed
000364* on, then the date it was last confirmed
000364      IF LibClass = SPACES THEN
000364         MOVE 'unclassified' TO ListLine(88:12)
000364         GO TO FORMAT-CLASSIFICATION-EXIT
000364      END-IF
000364      MOVE LibClass TO ListLine(88:10)
000364      IF LibClass = 'STILL' OR LibClass = 'OSCILLATOR' OR
000364         LibClass = 'SPACESHIP' THEN
000364         MOVE 'p' TO ListLine(99:1)
000364         MOVE LibClassPeriod TO colString
000364         MOVE colString TO ListLine(100:2)
000364         MOVE LibClassDir TO ListLine(103:2)
000364      ELSE
000364         MOVE 'gen' TO ListLine(99:3)
000364         MOVE LibClassGen TO genString
000364         MOVE genString TO ListLine(102:5)
000364      END-IF
000364      MOVE LibClassDate TO dateEdited
000364      MOVE dateEdited TO ListLine(111:10).
000364  FORMAT-CLASSIFICATION-EXIT.
000364      EXIT.
