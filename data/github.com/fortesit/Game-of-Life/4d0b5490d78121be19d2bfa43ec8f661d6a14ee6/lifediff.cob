000001*
000002*  Game of Life - cell-by-cell comparison of two runs' boards
000003*
000004*  LifeRegress compares the outcome sentences two runs ended on;
000005*  a board that comes out different under the same verdict gets
000006*  past it. This program compares the final boards themselves,
000007*  cell by cell - to prove a code or rule change leaves the
000008*  boards untouched, not just the verdicts.
000009*
000010*  Commands are read one per line from diffcmd.txt:
000011*    PAIR fileA fileB
000012*                   compare the final boards of two files of one
000013*                   pattern - GameOfLife output files
000014*                   (<name>cob.txt), or .rle exports when the
000015*                   name ends in .rle
000016*    CATALOG dirA dirB names [RLE]
000017*                   the same for every pattern named in the
000018*                   names file (first word of each line, so
000019*                   LifeLib's liblist.txt will do): dirA's
000020*                   <name>cob.txt against dirB's, or their
000021*                   <name>.rle with RLE. '.' is the current
000022*                   directory. A pattern patterns.lib holds
000022*                   is read in its own alive and dead symbols,
000022*                   the ones GameOfLife drew its board in
000023*    ALIVE c [d]    the characters a board row marks a live (and
000024*                   a dead) cell with in the PAIR files that
000025*                   follow, and in catalog patterns patterns.lib
000025*                   does not hold; '*' and '0' until set. .rle
000026*                   files always use 'o'
000027*
000028*  The final board of an output file is the block of board rows
000029*  just ahead of its closing sentence. A file served from the
000030*  outcome cache, or cut off before its sentence, has none.
000031*
000032*  diffreport.txt gets one verdict line per pattern:
000033*    SAME        every cell, and the board size, identical
000034*    DIFFERENT   cells differ - with how many were born and died
000035*                going from A to B, the population and the
000036*                live-cell bounding box on each side
000037*    RESIZED     the same live cells on a board of another size
000038*    MISSING     a file could not be opened
000039*    NO BOARD    a file holds no final board to compare - or
000039*                both boards came out empty while a row of one
000039*                holds cells in neither of the symbols it was
000039*                read in, so its live cells went unrecognized
000040*  diffboard.txt gets, for every pattern that is not SAME, the
000041*  two boards laid over each other: '+' born (alive only in B),
000042*  '-' died (alive only in A), '*' alive in both, '.' dead in
000043*  both. Cells beyond the edge of the smaller board count dead.
000044*
000045*  RETURN-CODE is 0 when every board is identical, 4 when any
000046*  differs, and 8 when any could not be compared at all.
000047*
000048
000049  IDENTIFICATION DIVISION.
000050  PROGRAM-ID. LifeDiff.
000051
000052  ENVIRONMENT DIVISION.
000053  INPUT-OUTPUT SECTION.
000054  FILE-CONTROL.
000055      SELECT PatternLib ASSIGN TO 'patterns.lib'
000055        ORGANIZATION IS INDEXED
000055        ACCESS MODE IS DYNAMIC
000055        RECORD KEY IS LibName
000055        FILE STATUS IS libErr.
000055      SELECT CommandFile ASSIGN TO 'diffcmd.txt'
000056        ORGANIZATION IS LINE SEQUENTIAL
000057        FILE STATUS IS commandErr.
000058      SELECT NamesFile ASSIGN TO namesName
000059        ORGANIZATION IS LINE SEQUENTIAL
000060        FILE STATUS IS namesErr.
000061      SELECT BoardFile ASSIGN TO boardName
000062        ORGANIZATION IS LINE SEQUENTIAL
000063        FILE STATUS IS boardErr.
000064      SELECT ReportFile ASSIGN TO 'diffreport.txt'
000065        ORGANIZATION IS LINE SEQUENTIAL
000066        FILE STATUS IS reportErr.
000067      SELECT DiffBoardFile ASSIGN TO 'diffboard.txt'
000068        ORGANIZATION IS LINE SEQUENTIAL
000069        FILE STATUS IS diffErr.
000070
000071  DATA DIVISION.
000072  FILE SECTION.
000072* The library record, field for field as LifeLib declares it -
000072* the FDs must be kept in step, since they describe the same
000072* patterns.lib file
000072  FD PatternLib.
000072  01 LibRecord.
000072      02 LibName PIC X(80).
000072      02 LibGeneration PIC 9(5).
000072      02 LibRow PIC 9(3).
000072      02 LibColCount PIC 9(2).
000072      02 LibWrapMode PIC X(1).
000072      02 LibAliveSymbol PIC X(1).
000072      02 LibDeadSymbol PIC X(1).
000072      02 LibSnapshotEvery PIC 9(3).
000072      02 LibCheckpointEvery PIC 9(3).
000072      02 LibRleExport PIC X(1).
000072      02 LibRule PIC X(12).
000072      02 LibClass PIC X(10).
000072      02 LibClassPeriod PIC 9(2).
000072      02 LibClassDir PIC X(2).
000072      02 LibClassGen PIC 9(5).
000072      02 LibClassDate PIC 9(8).
000072      02 LibGridRow PIC X(80) OCCURS 1 TO 800 TIMES
000072         DEPENDING ON LibRow.
000073  FD CommandFile.
000074  01 CommandPattern.
000075      02 CommandLine PIC X(200).
000076  FD NamesFile.
000077  01 NamesPattern.
000078      02 NamesLine PIC X(120).
000079  FD BoardFile.
000080  01 BoardPattern.
000081      02 BoardLine PIC X(120).
000082  FD ReportFile.
000083  01 ReportPattern.
000084      02 ReportLine PIC X(200).
000085  FD DiffBoardFile.
000086  01 DiffBoardPattern.
000087      02 DiffBoardLine PIC X(200).
000088
000089  WORKING-STORAGE SECTION.
000090  01 libErr PIC XX.
000090  01 commandErr PIC XX.
000091  01 namesErr PIC XX.
000092  01 boardErr PIC XX.
000093  01 reportErr PIC XX.
000094  01 diffErr PIC XX.
000095  01 cmdstr PIC X(200).
000096  01 cmdVerb PIC X(10).
000097  01 cmdArg1 PIC X(90).
000098  01 cmdArg2 PIC X(90).
000099  01 cmdArg3 PIC X(90).
000100  01 cmdArg4 PIC X(10).
000101  01 namesName PIC X(90).
000102  01 boardName PIC X(100).
000103  01 dirA PIC X(90).
000104  01 dirB PIC X(90).
000105  01 dirLen PIC 9(3).
000106  01 nameLen PIC 9(3).
000107  01 nameStr PIC X(120).
000108  01 pairName PIC X(80).
000109  01 fileA PIC X(100).
000110  01 fileB PIC X(100).
000111  01 rleMode PIC 9(1) VALUE 0.
000112  01 aliveSymbol PIC X(1) VALUE '*'.
000112  01 deadSymbol PIC X(1) VALUE '0'.
000112* The symbols the board in hand is read in - ALIVE's, or the
000112* catalog pattern's own from patterns.lib. libOpen: 0 not yet
000112* opened, 1 open, 2 not to be had this run
000112  01 boardAlive PIC X(1).
000112  01 boardDead PIC X(1).
000112  01 libOpen PIC 9(1) VALUE 0.
000113  01 lineAlive PIC X(1).
000114* One board as loaded from a file, normalized to '1' alive and
000115* '0' dead so the two sides compare whatever symbols they were
000116* written in. 999 rows is the simulator's own ceiling; 100
000117* columns leaves an .rle from elsewhere some room past its 80.
000117* loadStatus: 0 loaded, 1 file missing, 2 no final board, 3 too
000117* large, 4 served from the outcome cache, 5 not a valid .rle,
000117* 6 cells in neither symbol on an otherwise empty board.
000117* loadStray is 1 when a row held a cell in neither symbol
000118  01 LoadBoard.
000119      02 loadStatus PIC 9(1).
000120      02 loadRows PIC 9(3).
000121      02 loadCols PIC 9(3).
000121      02 loadStray PIC 9(1).
000122      02 LoadRow PIC X(100) OCCURS 999 TIMES.
000123  01 BoardA.
000124      02 statusA PIC 9(1).
000125      02 rowsA PIC 9(3).
000126      02 colsA PIC 9(3).
000126      02 strayA PIC 9(1).
000127      02 RowA PIC X(100) OCCURS 999 TIMES.
000128  01 BoardB.
000129      02 statusB PIC 9(1).
000130      02 rowsB PIC 9(3).
000131      02 colsB PIC 9(3).
000131      02 strayB PIC 9(1).
000132      02 RowB PIC X(100) OCCURS 999 TIMES.
000133* An output file's board rows are held here as they are read,
000134* since only the closing sentence tells which block was the
000135* final board. When that block follows a 'Generation N board:'
000135* snapshot header, the snapshot of the last generation and the
000135* final board run together - the final board is the second half
000136  01 RawTable.
000137      02 RawRow PIC X(120) OCCURS 1998 TIMES.
000138  01 rawCount PIC 9(4).
000139  01 rawFirst PIC 9(4).
000140  01 rawOverflow PIC 9(1).
000141  01 rawSnapshot PIC 9(1).
000142  01 sentenceSeen PIC 9(1).
000143  01 cacheServed PIC 9(1).
000144  01 boardTally PIC 9(3).
000145  01 lineWidth PIC 9(3).
000146  01 rowWidth PIC 9(3).
000147* .rle body parsing: the pending run count, where the next cell
000148* goes, and the header's x/y values
000149  01 rleCount PIC 9(5).
000150  01 rleRow PIC 9(4).
000151  01 rleCol PIC 9(5).
000152  01 rleHeaderSeen PIC 9(1).
000153  01 rleDone PIC 9(1).
000154  01 rleChar PIC X(1).
000155  01 rleDigit PIC 9(1).
000156  01 rleX PIC 9(5).
000157  01 rleY PIC 9(5).
000158  01 rlePart1 PIC X(40).
000159  01 rlePart2 PIC X(40).
000160  01 rleKey PIC X(40).
000161  01 rleValue PIC X(40).
000161  01 keyWork PIC X(40).
000161  01 valueWork PIC X(40).
000162  01 valueDigits PIC X(5).
000163  01 valueNumber PIC 9(5).
000164  01 tokenLen PIC 9(3).
000165* The comparison itself: the larger board's extent, the cell
000166* tallies and each side's live-cell bounding box
000167  01 cmpRows PIC 9(3).
000168  01 cmpCols PIC 9(3).
000169  01 cellA PIC X(1).
000170  01 cellB PIC X(1).
000171  01 bornCount PIC 9(7).
000172  01 diedCount PIC 9(7).
000173  01 popA PIC 9(7).
000174  01 popB PIC 9(7).
000175  01 popDiff PIC S9(7).
000176  01 topA PIC 9(3).
000177  01 bottomA PIC 9(3).
000178  01 leftA PIC 9(3).
000179  01 rightA PIC 9(3).
000180  01 topB PIC 9(3).
000181  01 bottomB PIC 9(3).
000182  01 leftB PIC 9(3).
000183  01 rightB PIC 9(3).
000184  01 verdict PIC X(10).
000185  01 i PIC 9(4).
000186  01 j PIC 9(5).
000187  01 k PIC 9(5).
000188* Report lines are built left to right: outPos is where the next
000188* piece goes, appendText/appendLen the piece, numValue a number
000188* to go in without its leading blanks
000189  01 outLine PIC X(200).
000190  01 outPos PIC 9(3).
000191  01 appendText PIC X(100).
000192  01 appendLen PIC 9(3).
000193  01 numValue PIC 9(7).
000194  01 numString PIC Z(6)9.
000195  01 signString PIC -(6)9.
000196  01 lead PIC 9(1).
000197  01 boxTop PIC 9(3).
000198  01 boxBottom PIC 9(3).
000199  01 boxLeft PIC 9(3).
000200  01 boxRight PIC 9(3).
000201  01 PairsCompared PIC 9(5) VALUE 0.
000202  01 PairsSame PIC 9(5) VALUE 0.
000203  01 PairsDifferent PIC 9(5) VALUE 0.
000204  01 PairsNotCompared PIC 9(5) VALUE 0.
000205  01 BadCommands PIC 9(5) VALUE 0.
000206  01 countString PIC Z(4)9.
000207  01 RunDate PIC 9(6).
000208  01 RunDateEdited PIC 99/99/99.
000209
000210  PROCEDURE DIVISION.
000211  MAIN-PARAGRAPH.
000212      ACCEPT RunDate FROM DATE
000213      MOVE RunDate TO RunDateEdited
000214      OPEN INPUT CommandFile
000215      IF NOT commandErr = '00' THEN
000216         DISPLAY 'No diffcmd.txt found. Nothing to compare.'
000217         GO TO PROGRAM-END
000218      END-IF
000219      OPEN OUTPUT ReportFile
000220      IF NOT reportErr = '00' THEN
000221         DISPLAY 'Could not open diffreport.txt for the report.'
000222         CLOSE CommandFile
000223         MOVE 8 TO RETURN-CODE
000224         GO TO PROGRAM-END
000225      END-IF
000226      OPEN OUTPUT DiffBoardFile
000227      IF NOT diffErr = '00' THEN
000228         DISPLAY 'Could not open diffboard.txt for the boards.'
000229         CLOSE CommandFile
000230         CLOSE ReportFile
000231         MOVE 8 TO RETURN-CODE
000232         GO TO PROGRAM-END
000233      END-IF
000234      MOVE SPACES TO ReportLine
000235      STRING
000236        'Board comparison report ' DELIMITED BY SIZE
000237        RunDateEdited DELIMITED BY SIZE
000238        INTO ReportLine
000239      END-STRING
000240      WRITE ReportPattern
000241      MOVE SPACES TO DiffBoardLine
000242      STRING
000243        'Board differences ' DELIMITED BY SIZE
000244        RunDateEdited DELIMITED BY SIZE
000245        '   + born   - died   * alive in both   . dead in both'
000246          DELIMITED BY SIZE
000247        INTO DiffBoardLine
000248      END-STRING
000249      WRITE DiffBoardPattern.
000250  READ-NEXT-COMMAND.
000251      READ CommandFile INTO cmdstr
000252        AT END
000253          GO TO WRAP-UP
000254      END-READ
000255      MOVE SPACES TO cmdVerb
000256      MOVE SPACES TO cmdArg1
000257      MOVE SPACES TO cmdArg2
000258      MOVE SPACES TO cmdArg3
000259      MOVE SPACES TO cmdArg4
000260      UNSTRING cmdstr DELIMITED BY ALL SPACES
000261        INTO cmdVerb, cmdArg1, cmdArg2, cmdArg3, cmdArg4
000262      END-UNSTRING
000263      IF cmdVerb = SPACES OR cmdVerb(1:1) = '#' THEN
000264         GO TO READ-NEXT-COMMAND
000265      END-IF
000266      IF cmdVerb = 'PAIR' AND NOT cmdArg2 = SPACES THEN
000267         PERFORM COMPARE-ONE-PAIR
000268         GO TO READ-NEXT-COMMAND
000269      END-IF
000270      IF cmdVerb = 'CATALOG' AND NOT cmdArg3 = SPACES THEN
000271         PERFORM COMPARE-CATALOG-PAIR
000272         GO TO READ-NEXT-COMMAND
000273      END-IF
000274      IF cmdVerb = 'ALIVE' AND NOT cmdArg1 = SPACES THEN
000275         MOVE cmdArg1(1:1) TO aliveSymbol
000275         IF NOT cmdArg2 = SPACES THEN
000275            MOVE cmdArg2(1:1) TO deadSymbol
000275         END-IF
000276         GO TO READ-NEXT-COMMAND
000277      END-IF
000278      COMPUTE BadCommands = BadCommands + 1
000279      DISPLAY 'Unrecognized command: ' cmdstr(1:60)
000280      GO TO READ-NEXT-COMMAND.
000281  WRAP-UP.
000282      CLOSE CommandFile
000282      IF libOpen = 1 THEN
000282         CLOSE PatternLib
000282      END-IF
000283      PERFORM WRITE-REPORT-TOTALS
000284      CLOSE ReportFile
000285      CLOSE DiffBoardFile
000286      DISPLAY 'Patterns compared: ' PairsCompared
000287      DISPLAY 'Boards identical:  ' PairsSame
000288      DISPLAY 'Boards different:  ' PairsDifferent
000289      DISPLAY 'Not comparable:    ' PairsNotCompared
000290* 0 every board identical, 4 some board differs, 8 some pair
000290* could not be compared or a command was not understood
000291      IF PairsDifferent > 0 THEN
000292         MOVE 4 TO RETURN-CODE
000293      END-IF
000294      IF PairsNotCompared > 0 OR BadCommands > 0 THEN
000295         MOVE 8 TO RETURN-CODE
000296      END-IF.
000297  PROGRAM-END.
000298      STOP RUN.
000299
000300  COMPARE-ONE-PAIR SECTION.
000301* 'PAIR fileA fileB' - the pattern is named after the first file,
000302* and each file is taken as an .rle export or an output file by
000303* its own name
000304      MOVE cmdArg1 TO fileA
000305      MOVE cmdArg2 TO fileB
000306      MOVE SPACES TO pairName
000307      MOVE cmdArg1 TO pairName
000307      MOVE aliveSymbol TO boardAlive
000307      MOVE deadSymbol TO boardDead
000308      MOVE fileA TO boardName
000309      PERFORM SET-MODE-FROM-NAME
000310      PERFORM LOAD-BOARD-FILE
000311      MOVE LoadBoard TO BoardA
000312      MOVE fileB TO boardName
000313      PERFORM SET-MODE-FROM-NAME
000314      PERFORM LOAD-BOARD-FILE
000315      MOVE LoadBoard TO BoardB
000316      PERFORM COMPARE-AND-REPORT.
000317
000318  SET-MODE-FROM-NAME SECTION.
000319      MOVE 0 TO rleMode
000320      COMPUTE nameLen = 0
000321      INSPECT boardName TALLYING nameLen
000322        FOR CHARACTERS BEFORE INITIAL SPACE
000323      IF nameLen > 4 THEN
000324         IF boardName(nameLen - 3:4) = '.rle' OR
000325            boardName(nameLen - 3:4) = '.RLE' THEN
000326            MOVE 1 TO rleMode
000327         END-IF
000328      END-IF.
000329
000330  COMPARE-CATALOG-PAIR SECTION.
000331* 'CATALOG dirA dirB names [RLE]' - one comparison per name in
000332* the names file, the file names put together the way
000333* GameOfLife names its own output: <dir>/<name>cob.txt, or
000334* <dir>/<name>.rle
000335      MOVE cmdArg1 TO dirA
000336      MOVE cmdArg2 TO dirB
000337      MOVE cmdArg3 TO namesName
000338      MOVE 0 TO rleMode
000339      IF cmdArg4 = 'RLE' OR cmdArg4 = 'rle' THEN
000340         MOVE 1 TO rleMode
000341      END-IF
000342      OPEN INPUT NamesFile
000343      IF NOT namesErr = '00' THEN
000344         DISPLAY 'Names file ' namesName(1:40) ' not found.'
000345         COMPUTE BadCommands = BadCommands + 1
000346         MOVE SPACES TO ReportLine
000347         STRING
000348           'Names file ' DELIMITED BY SIZE
000349           namesName DELIMITED BY SPACES
000350           ' not found - catalog pair not compared.'
000351             DELIMITED BY SIZE
000352           INTO ReportLine
000353         END-STRING
000354         WRITE ReportPattern
000355         GO TO COMPARE-CATALOG-PAIR-EXIT
000356      END-IF
000357      MOVE SPACES TO ReportLine
000358      STRING
000359        'Catalog pair ' DELIMITED BY SIZE
000360        dirA DELIMITED BY SPACES
000361        ' against ' DELIMITED BY SIZE
000362        dirB DELIMITED BY SPACES
000363        ', patterns from ' DELIMITED BY SIZE
000364        namesName DELIMITED BY SPACES
000365        INTO ReportLine
000366      END-STRING
000367      WRITE ReportPattern.
000368  CATALOG-NEXT-NAME.
000369      READ NamesFile INTO nameStr
000370        AT END
000371          GO TO CATALOG-DONE
000372      END-READ
000373      MOVE SPACES TO pairName
000374      UNSTRING nameStr DELIMITED BY ALL SPACES
000375        INTO pairName
000376      END-UNSTRING
000377* A leading blank leaves the first word empty; such lines, and
000377* comment lines, name no pattern - nor does the count LifeLib
000377* ends liblist.txt with
000378      IF pairName = SPACES OR pairName(1:1) = '#' THEN
000379         GO TO CATALOG-NEXT-NAME
000380      END-IF
000380      IF nameStr(1:20) = 'Patterns in library:' THEN
000380         GO TO CATALOG-NEXT-NAME
000380      END-IF
000380      PERFORM SET-PATTERN-SYMBOLS
000381      MOVE dirA TO appendText
000382      PERFORM BUILD-CATALOG-FILE-NAME
000383      MOVE boardName TO fileA
000384      PERFORM LOAD-BOARD-FILE
000385      MOVE LoadBoard TO BoardA
000386      MOVE dirB TO appendText
000387      PERFORM BUILD-CATALOG-FILE-NAME
000388      MOVE boardName TO fileB
000389      PERFORM LOAD-BOARD-FILE
000390      MOVE LoadBoard TO BoardB
000391      PERFORM COMPARE-AND-REPORT
000392      GO TO CATALOG-NEXT-NAME.
000393  CATALOG-DONE.
000394      CLOSE NamesFile.
000395  COMPARE-CATALOG-PAIR-EXIT.
000396      EXIT.
000397
000397  SET-PATTERN-SYMBOLS SECTION.
000397* A catalog mixes patterns drawn in different symbols, and
000397* GameOfLife writes each board in its own pattern's - so the
000397* pattern's LibAliveSymbol/LibDeadSymbol are used wherever
000397* patterns.lib holds it, and ALIVE's only where it does not.
000397* .rle files have their own fixed symbols. The library is
000397* opened on the first catalog name and kept open; without it
000397* every pattern is read in ALIVE's symbols
000397      MOVE aliveSymbol TO boardAlive
000397      MOVE deadSymbol TO boardDead
000397      IF rleMode = 1 THEN
000397         GO TO SET-PATTERN-SYMBOLS-EXIT
000397      END-IF
000397      IF libOpen = 0 THEN
000397         OPEN INPUT PatternLib
000397         IF libErr = '00' THEN
000397            MOVE 1 TO libOpen
000397         ELSE
000397            MOVE 2 TO libOpen
000397            DISPLAY 'patterns.lib cannot be opened (status '
000397              libErr ') - catalog boards read in the ALIVE'
000397              ' symbols.'
000397         END-IF
000397      END-IF
000397      IF NOT libOpen = 1 THEN
000397         GO TO SET-PATTERN-SYMBOLS-EXIT
000397      END-IF
000397      MOVE SPACES TO LibName
000397      MOVE pairName TO LibName
000397      READ PatternLib
000397        INVALID KEY
000397          GO TO SET-PATTERN-SYMBOLS-EXIT
000397      END-READ
000397      MOVE LibAliveSymbol TO boardAlive
000397      MOVE LibDeadSymbol TO boardDead.
000397  SET-PATTERN-SYMBOLS-EXIT.
000397      EXIT.
000397
000398  BUILD-CATALOG-FILE-NAME SECTION.
000399* The directory in appendText, then the pattern name and the
000399* suffix. '.' stands for the current directory and adds nothing
000400      MOVE SPACES TO boardName
000401      COMPUTE dirLen = 0
000402      INSPECT appendText TALLYING dirLen
000403        FOR CHARACTERS BEFORE INITIAL SPACE
000404      IF appendText(1:dirLen) = '.' THEN
000405         COMPUTE dirLen = 0
000406      END-IF
000407      IF dirLen > 0 THEN
000408         MOVE appendText(1:dirLen) TO boardName(1:dirLen)
000409         IF NOT appendText(dirLen:1) = '/' THEN
000410            COMPUTE dirLen = dirLen + 1
000411            MOVE '/' TO boardName(dirLen:1)
000412         END-IF
000413      END-IF
000414      COMPUTE nameLen = 0
000415      INSPECT pairName TALLYING nameLen
000416        FOR CHARACTERS BEFORE INITIAL SPACE
000417      MOVE pairName(1:nameLen) TO boardName(dirLen + 1:nameLen)
000418      COMPUTE dirLen = dirLen + nameLen
000419      IF rleMode = 1 THEN
000420         MOVE '.rle' TO boardName(dirLen + 1:4)
000421      ELSE
000422         MOVE 'cob.txt' TO boardName(dirLen + 1:7)
000423      END-IF.
000424
000425  LOAD-BOARD-FILE SECTION.
000426* Whichever file boardName names, into LoadBoard
000427      MOVE 0 TO loadStatus
000428      MOVE 0 TO loadRows
000429      MOVE 0 TO loadCols
000429      MOVE 0 TO loadStray
000430      OPEN INPUT BoardFile
000431      IF NOT boardErr = '00' THEN
000432         MOVE 1 TO loadStatus
000433         GO TO LOAD-BOARD-FILE-EXIT
000434      END-IF
000435      IF rleMode = 1 THEN
000436         PERFORM READ-RLE-BOARD
000437      ELSE
000438         PERFORM READ-OUTPUT-BOARD
000439      END-IF
000440      CLOSE BoardFile.
000441  LOAD-BOARD-FILE-EXIT.
000442      EXIT.
000443
000444  READ-OUTPUT-BOARD SECTION.
000445* Board rows are gathered from each 'Generation ...' line on;
000446* the closing sentence (or the clipping warning ahead of it)
000447* ends the gathering, and whatever follows - the census - is
000448* passed over. Rows gathered by then must all be the same width
000449* with no blank inside, or it was never a board
000450      MOVE 0 TO rawCount
000451      MOVE 0 TO rawOverflow
000452      MOVE 0 TO rawSnapshot
000453      MOVE 0 TO sentenceSeen
000454      MOVE 0 TO cacheServed.
000455  OUTPUT-NEXT-LINE.
000456      READ BoardFile
000457        AT END
000458          GO TO OUTPUT-LINES-READ
000459      END-READ
000460      IF sentenceSeen = 1 THEN
000461         GO TO OUTPUT-NEXT-LINE
000462      END-IF
000463      IF BoardLine(1:11) = 'Generation ' THEN
000464         MOVE 0 TO rawCount
000465         MOVE 0 TO rawOverflow
000466         MOVE 0 TO boardTally
000467         INSPECT BoardLine TALLYING boardTally FOR ALL ' board:'
000468         IF boardTally > 0 THEN
000469            MOVE 1 TO rawSnapshot
000470         ELSE
000471            MOVE 0 TO rawSnapshot
000472         END-IF
000473         GO TO OUTPUT-NEXT-LINE
000474      END-IF
000475      IF BoardLine(1:6) = 'It is ' OR
000476         BoardLine(1:15) = 'The population ' OR
000477         BoardLine(1:16) = 'Pattern reached ' THEN
000478         MOVE 1 TO sentenceSeen
000479         GO TO OUTPUT-NEXT-LINE
000480      END-IF
000481      IF BoardLine(1:5) = 'Rule ' THEN
000482         GO TO OUTPUT-NEXT-LINE
000483      END-IF
000484      IF BoardLine(1:37) = 'Result served from the outcome cache.'
000485         THEN
000486         MOVE 1 TO cacheServed
000487         GO TO OUTPUT-NEXT-LINE
000488      END-IF
000489      IF rawCount >= 1998 THEN
000490         MOVE 1 TO rawOverflow
000491         GO TO OUTPUT-NEXT-LINE
000492      END-IF
000493      COMPUTE rawCount = rawCount + 1
000494      MOVE BoardLine TO RawRow(rawCount)
000495      GO TO OUTPUT-NEXT-LINE.
000496  OUTPUT-LINES-READ.
000497      IF cacheServed = 1 THEN
000498         MOVE 4 TO loadStatus
000499         GO TO READ-OUTPUT-BOARD-EXIT
000500      END-IF
000501      IF sentenceSeen = 0 OR rawCount = 0 THEN
000502         MOVE 2 TO loadStatus
000503         GO TO READ-OUTPUT-BOARD-EXIT
000504      END-IF
000505      IF rawOverflow = 1 THEN
000506         MOVE 3 TO loadStatus
000507         GO TO READ-OUTPUT-BOARD-EXIT
000508      END-IF
000509      COMPUTE rawFirst = 1
000510      IF rawSnapshot = 1 THEN
000511         DIVIDE rawCount BY 2 GIVING rawFirst REMAINDER k
000512         IF NOT k = 0 THEN
000513            MOVE 2 TO loadStatus
000514            GO TO READ-OUTPUT-BOARD-EXIT
000515         END-IF
000516         COMPUTE rawFirst = rawFirst + 1
000517      END-IF
000518      IF rawCount - rawFirst + 1 > 999 THEN
000519         MOVE 3 TO loadStatus
000520         GO TO READ-OUTPUT-BOARD-EXIT
000521      END-IF
000522      COMPUTE lineWidth = 0
000523      INSPECT RawRow(rawFirst) TALLYING lineWidth
000524        FOR CHARACTERS BEFORE INITIAL SPACE
000525      IF lineWidth = 0 OR lineWidth > 100 THEN
000526         MOVE 2 TO loadStatus
000527         GO TO READ-OUTPUT-BOARD-EXIT
000528      END-IF
000529      MOVE lineWidth TO loadCols
000530      COMPUTE i = rawFirst.
000531  OUTPUT-ROW-LOOP.
000532      IF i > rawCount THEN
000533         GO TO READ-OUTPUT-BOARD-EXIT
000534      END-IF
000535      COMPUTE rowWidth = 0
000536      INSPECT RawRow(i) TALLYING rowWidth
000537        FOR CHARACTERS BEFORE INITIAL SPACE
000538      IF NOT rowWidth = lineWidth OR
000539         NOT RawRow(i)(lineWidth + 1:120 - lineWidth) = SPACES
000539         THEN
000540         MOVE 2 TO loadStatus
000541         GO TO READ-OUTPUT-BOARD-EXIT
000542      END-IF
000543      COMPUTE loadRows = loadRows + 1
000544      MOVE ALL '0' TO LoadRow(loadRows)
000545      COMPUTE j = 1.
000546  OUTPUT-CELL-LOOP.
000547      IF j <= lineWidth THEN
000548         IF RawRow(i)(j:1) = boardAlive THEN
000549            MOVE '1' TO LoadRow(loadRows)(j:1)
000549         ELSE
000549            IF NOT RawRow(i)(j:1) = boardDead THEN
000549               MOVE 1 TO loadStray
000549            END-IF
000550         END-IF
000551         COMPUTE j = j + 1
000552         GO TO OUTPUT-CELL-LOOP
000553      END-IF
000554      COMPUTE i = i + 1
000555      GO TO OUTPUT-ROW-LOOP.
000556  READ-OUTPUT-BOARD-EXIT.
000557      EXIT.
000558
000559  READ-RLE-BOARD SECTION.
000560* '#' lines are comments; the first other line is the 'x = n,
000561* y = n, rule = ...' header, and the body follows: a run count
000562* (1 when left out) before 'o' alive or 'b' dead, '$' ending a
000563* row (a count before it skips that many), '!' ending the board.
000564* Cells a row leaves out at its end are dead
000565      MOVE 0 TO rleHeaderSeen
000566      MOVE 0 TO rleDone
000567      MOVE 0 TO rleCount
000568      COMPUTE rleRow = 1
000569      COMPUTE rleCol = 1.
000570  RLE-NEXT-LINE.
000571      READ BoardFile
000572        AT END
000573          GO TO RLE-LINES-READ
000574      END-READ
000575      IF rleDone = 1 OR BoardLine(1:1) = '#' THEN
000576         GO TO RLE-NEXT-LINE
000577      END-IF
000578      IF rleHeaderSeen = 0 THEN
000579         PERFORM TAKE-RLE-HEADER
000580         IF NOT loadStatus = 0 THEN
000581            GO TO READ-RLE-BOARD-EXIT
000582         END-IF
000583         MOVE 1 TO rleHeaderSeen
000584         GO TO RLE-NEXT-LINE
000585      END-IF
000586      COMPUTE j = 1.
000587  RLE-CHAR-LOOP.
000588      IF j > 120 OR rleDone = 1 THEN
000589         GO TO RLE-NEXT-LINE
000590      END-IF
000591      MOVE BoardLine(j:1) TO rleChar
000592      IF rleChar IS NUMERIC THEN
000593         MOVE rleChar TO rleDigit
000594         COMPUTE rleCount = rleCount * 10 + rleDigit
000595         IF rleCount > 9999 THEN
000596            MOVE 5 TO loadStatus
000597            GO TO READ-RLE-BOARD-EXIT
000598         END-IF
000599         GO TO RLE-CHAR-NEXT
000600      END-IF
000601      IF rleChar = SPACE THEN
000602         GO TO RLE-CHAR-NEXT
000603      END-IF
000604      IF rleCount = 0 THEN
000605         COMPUTE rleCount = 1
000606      END-IF
000607      IF rleChar = '!' THEN
000608         MOVE 1 TO rleDone
000609         GO TO RLE-CHAR-NEXT
000610      END-IF
000611      IF rleChar = '$' THEN
000612         COMPUTE rleRow = rleRow + rleCount
000613         COMPUTE rleCol = 1
000614         MOVE 0 TO rleCount
000615         GO TO RLE-CHAR-NEXT
000616      END-IF
000617* Any other letter is a dead cell - some tools write multi-state
000617* letters this simulator has no use for
000618      IF rleCol + rleCount - 1 > loadCols OR
000618         rleRow > loadRows THEN
000619         MOVE 5 TO loadStatus
000620         GO TO READ-RLE-BOARD-EXIT
000621      END-IF
000622      IF rleChar = 'o' THEN
000623         PERFORM SET-RLE-RUN-ALIVE
000624      END-IF
000625      COMPUTE rleCol = rleCol + rleCount
000626      MOVE 0 TO rleCount.
000627  RLE-CHAR-NEXT.
000628      COMPUTE j = j + 1
000629      GO TO RLE-CHAR-LOOP.
000630  RLE-LINES-READ.
000631      IF rleHeaderSeen = 0 THEN
000632         MOVE 5 TO loadStatus
000633      END-IF.
000634  READ-RLE-BOARD-EXIT.
000635      EXIT.
000636
000637  SET-RLE-RUN-ALIVE SECTION.
000638      COMPUTE k = rleCol.
000639  RLE-ALIVE-LOOP.
000640      IF k < rleCol + rleCount THEN
000641         MOVE '1' TO LoadRow(rleRow)(k:1)
000642         COMPUTE k = k + 1
000643         GO TO RLE-ALIVE-LOOP
000644      END-IF.
000645
000646  TAKE-RLE-HEADER SECTION.
000647* 'x = 5, y = 7, rule = B3/S23' - the x and y values, blanks
000648* around the '=' or not, the board cleared to that size
000649      MOVE 0 TO rleX
000650      MOVE 0 TO rleY
000651      MOVE SPACES TO rlePart1
000652      MOVE SPACES TO rlePart2
000653      UNSTRING BoardLine DELIMITED BY ','
000654        INTO rlePart1, rlePart2
000655      END-UNSTRING
000656      MOVE rlePart1 TO appendText
000657      PERFORM TAKE-RLE-VALUE
000658      IF rleKey = 'x' THEN
000659         MOVE valueNumber TO rleX
000660      END-IF
000661      MOVE rlePart2 TO appendText
000662      PERFORM TAKE-RLE-VALUE
000663      IF rleKey = 'y' THEN
000664         MOVE valueNumber TO rleY
000665      END-IF
000666      IF rleX = 0 OR rleY = 0 THEN
000667         MOVE 5 TO loadStatus
000668         GO TO TAKE-RLE-HEADER-EXIT
000669      END-IF
000670      IF rleX > 100 OR rleY > 999 THEN
000671         MOVE 3 TO loadStatus
000672         GO TO TAKE-RLE-HEADER-EXIT
000673      END-IF
000674      MOVE rleX TO loadCols
000675      MOVE rleY TO loadRows
000676      COMPUTE i = 1.
000677  RLE-CLEAR-LOOP.
000678      IF i <= loadRows THEN
000679         MOVE ALL '0' TO LoadRow(i)
000680         COMPUTE i = i + 1
000681         GO TO RLE-CLEAR-LOOP
000682      END-IF.
000683  TAKE-RLE-HEADER-EXIT.
000684      EXIT.
000685
000686  TAKE-RLE-VALUE SECTION.
000687* One 'key = value' piece of the header, from appendText: the
000688* key and the value as a number, written any width -
000689* right-justified into a zero-filled holding field before the
000690* NUMERIC test, the way LifeLib takes a version number
000691      MOVE SPACES TO keyWork
000692      MOVE SPACES TO valueWork
000693      MOVE 0 TO valueNumber
000694      UNSTRING appendText DELIMITED BY '='
000695        INTO keyWork, valueWork
000696      END-UNSTRING
000697* A blank ahead of the word leaves the first piece empty
000698      MOVE SPACES TO rleKey
000699      MOVE SPACES TO rleValue
000700      UNSTRING keyWork DELIMITED BY ALL SPACES
000701        INTO rleKey, rleValue
000702      END-UNSTRING
000703      IF rleKey = SPACES THEN
000704         MOVE rleValue TO rleKey
000705      END-IF
000706      MOVE SPACES TO rleValue
000707      MOVE SPACES TO rlePart1
000707      UNSTRING valueWork DELIMITED BY ALL SPACES
000708        INTO rleValue, rlePart1
000708      END-UNSTRING
000709      IF rleValue = SPACES THEN
000710         MOVE rlePart1 TO rleValue
000710      END-IF
000711      COMPUTE tokenLen = 0
000712      INSPECT rleValue TALLYING tokenLen
000713        FOR CHARACTERS BEFORE INITIAL SPACE
000714      IF tokenLen > 0 AND tokenLen <= 5 THEN
000715         MOVE '00000' TO valueDigits
000716         MOVE rleValue(1:tokenLen)
000717           TO valueDigits(6 - tokenLen:tokenLen)
000718         IF valueDigits IS NUMERIC THEN
000719            MOVE valueDigits TO valueNumber
000720         END-IF
000721      END-IF.
000722
000723  COMPARE-AND-REPORT SECTION.
000724* Both sides loaded (or not): compare over the larger extent,
000725* write the verdict line, and the overlaid board for anything
000726* that is not SAME
000727      COMPUTE PairsCompared = PairsCompared + 1
000728      IF NOT statusA = 0 OR NOT statusB = 0 THEN
000729         COMPUTE PairsNotCompared = PairsNotCompared + 1
000730         PERFORM WRITE-NOT-COMPARED-LINE
000731         GO TO COMPARE-AND-REPORT-EXIT
000732      END-IF
000733      PERFORM COMPARE-BOARDS
000733* Two empty boards only agree if both really were empty - a
000733* row holding cells in neither symbol means they were drawn
000733* in other symbols and nothing was recognized as alive
000733      IF popA = 0 AND popB = 0 AND
000733         (strayA = 1 OR strayB = 1) THEN
000733         IF strayA = 1 THEN
000733            MOVE 6 TO statusA
000733         END-IF
000733         IF strayB = 1 THEN
000733            MOVE 6 TO statusB
000733         END-IF
000733         COMPUTE PairsNotCompared = PairsNotCompared + 1
000733         PERFORM WRITE-NOT-COMPARED-LINE
000733         GO TO COMPARE-AND-REPORT-EXIT
000733      END-IF
000734      MOVE 'SAME' TO verdict
000735      IF NOT rowsA = rowsB OR NOT colsA = colsB THEN
000736         MOVE 'RESIZED' TO verdict
000737      END-IF
000738      IF bornCount > 0 OR diedCount > 0 THEN
000739         MOVE 'DIFFERENT' TO verdict
000740      END-IF
000741      IF verdict = 'SAME' THEN
000742         COMPUTE PairsSame = PairsSame + 1
000743      ELSE
000744         COMPUTE PairsDifferent = PairsDifferent + 1
000745      END-IF
000746      PERFORM WRITE-VERDICT-LINE
000747      IF NOT verdict = 'SAME' THEN
000748         PERFORM WRITE-DIFFERENCE-BOARD
000749      END-IF.
000750  COMPARE-AND-REPORT-EXIT.
000751      EXIT.
000752
000753  COMPARE-BOARDS SECTION.
000754      MOVE rowsA TO cmpRows
000755      IF rowsB > cmpRows THEN
000756         MOVE rowsB TO cmpRows
000757      END-IF
000758      MOVE colsA TO cmpCols
000759      IF colsB > cmpCols THEN
000760         MOVE colsB TO cmpCols
000761      END-IF
000762      MOVE 0 TO bornCount
000763      MOVE 0 TO diedCount
000764      MOVE 0 TO popA
000765      MOVE 0 TO popB
000766      MOVE 0 TO topA
000767      MOVE 0 TO bottomA
000768      MOVE 0 TO leftA
000769      MOVE 0 TO rightA
000770      MOVE 0 TO topB
000771      MOVE 0 TO bottomB
000772      MOVE 0 TO leftB
000773      MOVE 0 TO rightB
000774      COMPUTE i = 1.
000775  COMPARE-ROW-LOOP.
000776      IF i > cmpRows THEN
000777         GO TO COMPARE-BOARDS-EXIT
000778      END-IF
000779      COMPUTE j = 1.
000780  COMPARE-CELL-LOOP.
000781      IF j > cmpCols THEN
000782         COMPUTE i = i + 1
000783         GO TO COMPARE-ROW-LOOP
000784      END-IF
000785      PERFORM GET-CELL-PAIR
000786      IF cellA = '1' THEN
000787         COMPUTE popA = popA + 1
000788         IF topA = 0 THEN
000789            MOVE i TO topA
000790         END-IF
000791         MOVE i TO bottomA
000792         IF leftA = 0 OR j < leftA THEN
000793            MOVE j TO leftA
000794         END-IF
000795         IF j > rightA THEN
000796            MOVE j TO rightA
000797         END-IF
000798      END-IF
000799      IF cellB = '1' THEN
000800         COMPUTE popB = popB + 1
000801         IF topB = 0 THEN
000802            MOVE i TO topB
000803         END-IF
000804         MOVE i TO bottomB
000805         IF leftB = 0 OR j < leftB THEN
000806            MOVE j TO leftB
000807         END-IF
000808         IF j > rightB THEN
000809            MOVE j TO rightB
000810         END-IF
000811      END-IF
000812      IF cellA = '1' AND cellB = '0' THEN
000813         COMPUTE diedCount = diedCount + 1
000814      END-IF
000815      IF cellA = '0' AND cellB = '1' THEN
000816         COMPUTE bornCount = bornCount + 1
000817      END-IF
000818      COMPUTE j = j + 1
000819      GO TO COMPARE-CELL-LOOP.
000820  COMPARE-BOARDS-EXIT.
000821      EXIT.
000822
000823  GET-CELL-PAIR SECTION.
000824* Cell (i, j) on each side; past the edge of a smaller board it
000824* is dead
000825      MOVE '0' TO cellA
000826      MOVE '0' TO cellB
000827      IF i <= rowsA AND j <= colsA THEN
000828         MOVE RowA(i)(j:1) TO cellA
000829      END-IF
000830      IF i <= rowsB AND j <= colsB THEN
000831         MOVE RowB(i)(j:1) TO cellB
000832      END-IF.
000833
000834  WRITE-VERDICT-LINE SECTION.
000835* '<name>  <VERDICT>  n cells differ (b born, d died);
000836* population a -> b (+d); box HxW at row r col c -> ...'
000837      PERFORM START-REPORT-LINE
000838      IF bornCount > 0 OR diedCount > 0 THEN
000839         COMPUTE numValue = bornCount + diedCount
000840         PERFORM APPEND-NUMBER
000841         MOVE ' cells differ (' TO appendText
000842         COMPUTE appendLen = 15
000843         PERFORM APPEND-TEXT
000844         MOVE bornCount TO numValue
000845         PERFORM APPEND-NUMBER
000846         MOVE ' born, ' TO appendText
000847         COMPUTE appendLen = 7
000848         PERFORM APPEND-TEXT
000849         MOVE diedCount TO numValue
000850         PERFORM APPEND-NUMBER
000851         MOVE ' died); ' TO appendText
000852         COMPUTE appendLen = 8
000853         PERFORM APPEND-TEXT
000854      END-IF
000855      MOVE 'population ' TO appendText
000856      COMPUTE appendLen = 11
000857      PERFORM APPEND-TEXT
000858      MOVE popA TO numValue
000859      PERFORM APPEND-NUMBER
000860      IF NOT popA = popB THEN
000861         MOVE ' -> ' TO appendText
000862         COMPUTE appendLen = 4
000863         PERFORM APPEND-TEXT
000864         MOVE popB TO numValue
000865         PERFORM APPEND-NUMBER
000866         COMPUTE popDiff = popB - popA
000867         MOVE popDiff TO signString
000868         COMPUTE lead = 0
000869         INSPECT signString TALLYING lead FOR LEADING SPACE
000870         MOVE ' (' TO appendText
000871         COMPUTE appendLen = 2
000872         PERFORM APPEND-TEXT
000873         IF popDiff > 0 THEN
000874            MOVE '+' TO appendText
000875            COMPUTE appendLen = 1
000876            PERFORM APPEND-TEXT
000877         END-IF
000878         MOVE signString(lead + 1:7 - lead) TO appendText
000879         COMPUTE appendLen = 7 - lead
000880         PERFORM APPEND-TEXT
000881         MOVE ')' TO appendText
000882         COMPUTE appendLen = 1
000883         PERFORM APPEND-TEXT
000884      END-IF
000885      MOVE '; box ' TO appendText
000886      COMPUTE appendLen = 6
000887      PERFORM APPEND-TEXT
000888      MOVE topA TO boxTop
000889      MOVE bottomA TO boxBottom
000890      MOVE leftA TO boxLeft
000891      MOVE rightA TO boxRight
000892      PERFORM APPEND-BOX
000893      IF NOT topA = topB OR NOT bottomA = bottomB OR
000894         NOT leftA = leftB OR NOT rightA = rightB THEN
000895         MOVE ' -> ' TO appendText
000896         COMPUTE appendLen = 4
000897         PERFORM APPEND-TEXT
000898         MOVE topB TO boxTop
000899         MOVE bottomB TO boxBottom
000900         MOVE leftB TO boxLeft
000901         MOVE rightB TO boxRight
000902         PERFORM APPEND-BOX
000903      END-IF
000904      IF verdict = 'RESIZED' OR NOT rowsA = rowsB OR
000905         NOT colsA = colsB THEN
000906         MOVE '; board ' TO appendText
000907         COMPUTE appendLen = 8
000908         PERFORM APPEND-TEXT
000909         PERFORM APPEND-BOARD-SIZES
000910      END-IF
000911      MOVE outLine TO ReportLine
000912      WRITE ReportPattern.
000913
000914  START-REPORT-LINE SECTION.
000915* The pattern name in the first 30 columns, the verdict after it
000916      MOVE SPACES TO outLine
000917      MOVE pairName(1:30) TO outLine(1:30)
000918      MOVE verdict TO outLine(32:10)
000919      COMPUTE outPos = 43.
000920
000921  WRITE-NOT-COMPARED-LINE SECTION.
000922* MISSING when a file is not there at all, NO BOARD otherwise -
000923* with the file and the reason
000924      MOVE 'NO BOARD' TO verdict
000925      IF statusA = 1 OR statusB = 1 THEN
000926         MOVE 'MISSING' TO verdict
000927      END-IF
000928      PERFORM START-REPORT-LINE
000929      IF NOT statusA = 0 THEN
000930         MOVE fileA TO boardName
000931         MOVE statusA TO loadStatus
000932         PERFORM APPEND-LOAD-PROBLEM
000933      END-IF
000934      IF NOT statusB = 0 THEN
000935         IF NOT statusA = 0 THEN
000936            MOVE '; ' TO appendText
000937            COMPUTE appendLen = 2
000938            PERFORM APPEND-TEXT
000939         END-IF
000940         MOVE fileB TO boardName
000941         MOVE statusB TO loadStatus
000942         PERFORM APPEND-LOAD-PROBLEM
000943      END-IF
000944      MOVE outLine TO ReportLine
000945      WRITE ReportPattern.
000946
000947  APPEND-LOAD-PROBLEM SECTION.
000948      COMPUTE appendLen = 0
000949      INSPECT boardName TALLYING appendLen
000950        FOR CHARACTERS BEFORE INITIAL SPACE
000951      MOVE boardName TO appendText
000952      PERFORM APPEND-TEXT
000953      IF loadStatus = 1 THEN
000954         MOVE ' not found' TO appendText
000955         COMPUTE appendLen = 10
000956      END-IF
000957      IF loadStatus = 2 THEN
000958         MOVE ' has no final board' TO appendText
000959         COMPUTE appendLen = 19
000960      END-IF
000961      IF loadStatus = 3 THEN
000962         MOVE ' board too large to compare' TO appendText
000963         COMPUTE appendLen = 27
000964      END-IF
000965      IF loadStatus = 4 THEN
000966         MOVE ' was served from the outcome cache, no board'
000967           TO appendText
000968         COMPUTE appendLen = 44
000969      END-IF
000970      IF loadStatus = 5 THEN
000971         MOVE ' is not a readable .rle file' TO appendText
000972         COMPUTE appendLen = 28
000973      END-IF
000973      IF loadStatus = 6 THEN
000973         MOVE SPACES TO appendText
000973         STRING
000973           ' has no cell alive as ''' DELIMITED BY SIZE
000973           boardAlive DELIMITED BY SIZE
000973           ''' but is not all ''' DELIMITED BY SIZE
000973           boardDead DELIMITED BY SIZE
000973           '''' DELIMITED BY SIZE
000973           INTO appendText
000973         END-STRING
000973         COMPUTE appendLen = 44
000973      END-IF
000974      PERFORM APPEND-TEXT.
000975
000976  APPEND-BOX SECTION.
000977* 'HxW at row r col c', or 'empty' for a board with nothing alive
000978      IF boxTop = 0 THEN
000979         MOVE 'empty' TO appendText
000980         COMPUTE appendLen = 5
000981         PERFORM APPEND-TEXT
000982         GO TO APPEND-BOX-EXIT
000983      END-IF
000984      COMPUTE numValue = boxBottom - boxTop + 1
000985      PERFORM APPEND-NUMBER
000986      MOVE 'x' TO appendText
000987      COMPUTE appendLen = 1
000988      PERFORM APPEND-TEXT
000989      COMPUTE numValue = boxRight - boxLeft + 1
000990      PERFORM APPEND-NUMBER
000991      MOVE ' at row ' TO appendText
000992      COMPUTE appendLen = 8
000993      PERFORM APPEND-TEXT
000994      MOVE boxTop TO numValue
000995      PERFORM APPEND-NUMBER
000996      MOVE ' col ' TO appendText
000997      COMPUTE appendLen = 5
000998      PERFORM APPEND-TEXT
000999      MOVE boxLeft TO numValue
001000      PERFORM APPEND-NUMBER.
001001  APPEND-BOX-EXIT.
001002      EXIT.
001003
001004  APPEND-BOARD-SIZES SECTION.
001005* 'RxC -> RxC', rows by columns of each side's board
001006      MOVE rowsA TO numValue
001007      PERFORM APPEND-NUMBER
001008      MOVE 'x' TO appendText
001009      COMPUTE appendLen = 1
001010      PERFORM APPEND-TEXT
001011      MOVE colsA TO numValue
001012      PERFORM APPEND-NUMBER
001013      MOVE ' -> ' TO appendText
001014      COMPUTE appendLen = 4
001015      PERFORM APPEND-TEXT
001016      MOVE rowsB TO numValue
001017      PERFORM APPEND-NUMBER
001018      MOVE 'x' TO appendText
001019      COMPUTE appendLen = 1
001020      PERFORM APPEND-TEXT
001021      MOVE colsB TO numValue
001022      PERFORM APPEND-NUMBER.
001023
001024  APPEND-NUMBER SECTION.
001025      MOVE numValue TO numString
001026      COMPUTE lead = 0
001027      INSPECT numString TALLYING lead FOR LEADING SPACE
001028      MOVE numString(lead + 1:7 - lead) TO appendText
001029      COMPUTE appendLen = 7 - lead
001030      PERFORM APPEND-TEXT.
001031
001032  APPEND-TEXT SECTION.
001033* appendText(1:appendLen) onto outLine at outPos - whatever
001033* would run past the end of the line is dropped
001034      IF appendLen = 0 OR outPos > 200 THEN
001035         GO TO APPEND-TEXT-EXIT
001036      END-IF
001037      IF outPos + appendLen - 1 > 200 THEN
001038         COMPUTE appendLen = 201 - outPos
001039      END-IF
001040      MOVE appendText(1:appendLen) TO outLine(outPos:appendLen)
001041      COMPUTE outPos = outPos + appendLen.
001042  APPEND-TEXT-EXIT.
001043      EXIT.
001044
001045  WRITE-DIFFERENCE-BOARD SECTION.
001046* The pattern's detail, then both boards laid over each other
001047* over the larger extent, a blank line after
001048      MOVE SPACES TO DiffBoardLine
001049      WRITE DiffBoardPattern
001050      MOVE SPACES TO outLine
001051      COMPUTE outPos = 1
001052      MOVE 'Pattern ' TO appendText
001053      COMPUTE appendLen = 8
001054      PERFORM APPEND-TEXT
001055      COMPUTE appendLen = 0
001056      INSPECT pairName TALLYING appendLen
001057        FOR CHARACTERS BEFORE INITIAL SPACE
001058      MOVE pairName TO appendText
001059      PERFORM APPEND-TEXT
001060      MOVE ' - ' TO appendText
001061      COMPUTE appendLen = 3
001062      PERFORM APPEND-TEXT
001063      MOVE verdict TO appendText
001064      COMPUTE appendLen = 0
001065      INSPECT verdict TALLYING appendLen
001066        FOR CHARACTERS BEFORE INITIAL SPACE
001067      PERFORM APPEND-TEXT
001068      MOVE outLine TO DiffBoardLine
001069      WRITE DiffBoardPattern
001070      MOVE SPACES TO DiffBoardLine
001071      STRING
001072        '  A: ' DELIMITED BY SIZE
001073        fileA DELIMITED BY SPACES
001074        INTO DiffBoardLine
001075      END-STRING
001076      WRITE DiffBoardPattern
001077      MOVE SPACES TO DiffBoardLine
001078      STRING
001079        '  B: ' DELIMITED BY SIZE
001080        fileB DELIMITED BY SPACES
001081        INTO DiffBoardLine
001082      END-STRING
001083      WRITE DiffBoardPattern
001084      MOVE SPACES TO outLine
001085      MOVE '  Cells differing: ' TO outLine(1:19)
001086      COMPUTE outPos = 20
001087      COMPUTE numValue = bornCount + diedCount
001088      PERFORM APPEND-NUMBER
001089      MOVE ' (' TO appendText
001090      COMPUTE appendLen = 2
001091      PERFORM APPEND-TEXT
001092      MOVE bornCount TO numValue
001093      PERFORM APPEND-NUMBER
001094      MOVE ' born, ' TO appendText
001095      COMPUTE appendLen = 7
001096      PERFORM APPEND-TEXT
001097      MOVE diedCount TO numValue
001098      PERFORM APPEND-NUMBER
001099      MOVE ' died)' TO appendText
001100      COMPUTE appendLen = 6
001101      PERFORM APPEND-TEXT
001102      MOVE outLine TO DiffBoardLine
001103      WRITE DiffBoardPattern
001104      MOVE SPACES TO outLine
001105      MOVE '  Population:      ' TO outLine(1:19)
001106      COMPUTE outPos = 20
001107      MOVE popA TO numValue
001108      PERFORM APPEND-NUMBER
001109      MOVE ' -> ' TO appendText
001110      COMPUTE appendLen = 4
001111      PERFORM APPEND-TEXT
001112      MOVE popB TO numValue
001113      PERFORM APPEND-NUMBER
001114      MOVE outLine TO DiffBoardLine
001115      WRITE DiffBoardPattern
001116      MOVE SPACES TO outLine
001117      MOVE '  Bounding box:    ' TO outLine(1:19)
001118      COMPUTE outPos = 20
001119      MOVE topA TO boxTop
001120      MOVE bottomA TO boxBottom
001121      MOVE leftA TO boxLeft
001122      MOVE rightA TO boxRight
001123      PERFORM APPEND-BOX
001124      MOVE ' -> ' TO appendText
001125      COMPUTE appendLen = 4
001126      PERFORM APPEND-TEXT
001127      MOVE topB TO boxTop
001128      MOVE bottomB TO boxBottom
001129      MOVE leftB TO boxLeft
001130      MOVE rightB TO boxRight
001131      PERFORM APPEND-BOX
001132      MOVE outLine TO DiffBoardLine
001133      WRITE DiffBoardPattern
001134      MOVE SPACES TO outLine
001135      MOVE '  Board:           ' TO outLine(1:19)
001136      COMPUTE outPos = 20
001137      PERFORM APPEND-BOARD-SIZES
001138      MOVE outLine TO DiffBoardLine
001139      WRITE DiffBoardPattern
001140      COMPUTE i = 1.
001141  DIFF-ROW-LOOP.
001142      IF i > cmpRows THEN
001143         GO TO WRITE-DIFFERENCE-BOARD-EXIT
001144      END-IF
001145      MOVE SPACES TO DiffBoardLine
001146      COMPUTE j = 1.
001147  DIFF-CELL-LOOP.
001148      IF j <= cmpCols THEN
001149         PERFORM GET-CELL-PAIR
001150         MOVE '.' TO lineAlive
001151         IF cellA = '1' AND cellB = '1' THEN
001152            MOVE '*' TO lineAlive
001153         END-IF
001154         IF cellA = '0' AND cellB = '1' THEN
001155            MOVE '+' TO lineAlive
001156         END-IF
001157         IF cellA = '1' AND cellB = '0' THEN
001158            MOVE '-' TO lineAlive
001159         END-IF
001160         MOVE lineAlive TO DiffBoardLine(j + 2:1)
001161         COMPUTE j = j + 1
001162         GO TO DIFF-CELL-LOOP
001163      END-IF
001164      WRITE DiffBoardPattern
001165      COMPUTE i = i + 1
001166      GO TO DIFF-ROW-LOOP.
001167  WRITE-DIFFERENCE-BOARD-EXIT.
001168      EXIT.
001169
001170  WRITE-REPORT-TOTALS SECTION.
001171      MOVE SPACES TO ReportLine
001172      WRITE ReportPattern
001173      MOVE SPACES TO ReportLine
001174      MOVE PairsCompared TO countString
001175      STRING
001176        'Patterns compared: ' DELIMITED BY SIZE
001177        countString DELIMITED BY SIZE
001178        INTO ReportLine
001179      END-STRING
001180      WRITE ReportPattern
001181      MOVE SPACES TO ReportLine
001182      MOVE PairsSame TO countString
001183      STRING
001184        'Boards identical:  ' DELIMITED BY SIZE
001185        countString DELIMITED BY SIZE
001186        INTO ReportLine
001187      END-STRING
001188      WRITE ReportPattern
001189      MOVE SPACES TO ReportLine
001190      MOVE PairsDifferent TO countString
001191      STRING
001192        'Boards different:  ' DELIMITED BY SIZE
001193        countString DELIMITED BY SIZE
001194        INTO ReportLine
001195      END-STRING
001196      WRITE ReportPattern
001197      MOVE SPACES TO ReportLine
001198      MOVE PairsNotCompared TO countString
001199      STRING
001200        'Not comparable:    ' DELIMITED BY SIZE
001201        countString DELIMITED BY SIZE
001202        INTO ReportLine
001203      END-STRING
001204      WRITE ReportPattern.
