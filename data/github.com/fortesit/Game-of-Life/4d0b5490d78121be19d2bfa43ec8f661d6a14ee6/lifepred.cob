000001*
000002*  Game of Life - predecessor search
000003*
000004*  The simulator only runs forward. This program runs the other
000005*  way: given a target board it searches for boards that evolve
000006*  into it in one generation - or in two or three, one search
000007*  back from each predecessor found - under the target's own
000008*  rule, inside a bounded search area: the target's live-cell
000009*  bounding box widened by a margin on every side, everything
000010*  outside it dead. It answers "can this shape be reached at
000011*  all?" and "what smaller seed produces it?".
000012*
000013*  Commands are read one per line from predcmd.txt:
000014*    LIBRARY name [gens [margin]]
000015*                   search back from that patterns.lib pattern
000016*    CATALOG file name [gens [margin]]
000017*                   search back from that block of a native
000018*                   catalog file (LifeLib ADD / input.txt
000019*                   layout)
000020*    KEEP n         keep the n smallest predecessors per
000021*                   generation back (1 to 20, 5 until set)
000022*    LIMIT n        give up one search after n trial cells
000023*                   (2000000 until set)
000024*  gens is 1 to 3 (1 when left out), margin 0 to 3 (1). The
000025*  search area may be at most 20 x 20 cells.
000026*
000027*  The search fills the area cell by cell, dead before alive,
000028*  and backs up as soon as a cell whose next state is already
000029*  settled would not come out as the target has it - cells just
000030*  outside the area included, so nothing may be born there.
000031*  Smallest means fewest live cells; once the keep list is full
000032*  a partial board no smaller than its largest entry is given
000033*  up. The same board shifted within the area is kept once.
000034*
000035*  predreport.txt gets each target, the area searched and, per
000036*  generation back, the predecessors found with their boards -
000037*  or that there is none inside the area (a Garden of Eden
000038*  within those bounds), or that the search hit its limit
000039*  before it could tell, or that the boards kept one generation
000039*  back grew past 20 x 20 with the margin and so could not be
000039*  searched further back. Every predecessor also goes to
000040*  predout.txt as a native block LifeLib ADD loads directly,
000041*  named <target>-pre<g>-<n>, padded by g + 1 dead cells all
000042*  round so the run forward stays clear of the board edge, with
000043*  g generations to run and the target's rule.
000044*
000045*  RETURN-CODE is 0 when every target has a predecessor, 4 when
000046*  one has none, the search gave up or the area outgrew 20 x
000047*  20, 8 when a target could not be read or searched at all.
000048*
000049
000050  IDENTIFICATION DIVISION.
000051  PROGRAM-ID. LifePred.
000052
000053  ENVIRONMENT DIVISION.
000054  INPUT-OUTPUT SECTION.
000055  FILE-CONTROL.
000056      SELECT CommandFile ASSIGN TO 'predcmd.txt'
000057        ORGANIZATION IS LINE SEQUENTIAL
000058        FILE STATUS IS commandErr.
000059      SELECT PatternLib ASSIGN TO 'patterns.lib'
000060        ORGANIZATION IS INDEXED
000061        ACCESS MODE IS DYNAMIC
000062        RECORD KEY IS LibName
000063        FILE STATUS IS libErr.
000064      SELECT CatalogIn ASSIGN TO catalogName
000065        ORGANIZATION IS LINE SEQUENTIAL
000066        FILE STATUS IS catalogErr.
000067      SELECT ReportFile ASSIGN TO 'predreport.txt'
000068        ORGANIZATION IS LINE SEQUENTIAL
000069        FILE STATUS IS reportErr.
000070      SELECT PredOut ASSIGN TO 'predout.txt'
000071        ORGANIZATION IS LINE SEQUENTIAL
000072        FILE STATUS IS predOutErr.
000073
000074  DATA DIVISION.
000075  FILE SECTION.
000076  FD CommandFile.
000077  01 CommandPattern.
000078      02 CommandLine PIC X(100).
000079* The library record, field for field as LifeLib declares it -
000080* kept in step with it, since they describe the same file
000081  FD PatternLib.
000082  01 LibRecord.
000083      02 LibName PIC X(80).
000084      02 LibGeneration PIC 9(5).
000085      02 LibRow PIC 9(3).
000086      02 LibColCount PIC 9(2).
000087      02 LibWrapMode PIC X(1).
000088      02 LibAliveSymbol PIC X(1).
000089      02 LibDeadSymbol PIC X(1).
000090      02 LibSnapshotEvery PIC 9(3).
000091      02 LibCheckpointEvery PIC 9(3).
000092      02 LibRleExport PIC X(1).
000093      02 LibRule PIC X(12).
000094      02 LibClass PIC X(10).
000095      02 LibClassPeriod PIC 9(2).
000096      02 LibClassDir PIC X(2).
000097      02 LibClassGen PIC 9(5).
000098      02 LibClassDate PIC 9(8).
000099      02 LibGridRow PIC X(80) OCCURS 1 TO 800 TIMES
000100         DEPENDING ON LibRow.
000101  FD CatalogIn.
000102  01 CatalogPattern.
000103      02 CatalogLine PIC X(100).
000104  FD ReportFile.
000105  01 ReportPattern.
000106      02 ReportLine PIC X(100).
000107  FD PredOut.
000108  01 PredOutPattern.
000109      02 PredOutLine PIC X(100).
000110
000111  WORKING-STORAGE SECTION.
000112  01 commandErr PIC XX.
000113  01 libErr PIC XX.
000114  01 catalogErr PIC XX.
000115  01 reportErr PIC XX.
000116  01 predOutErr PIC XX.
000117  01 libOpen PIC 9(1) VALUE 0.
000118  01 predOutOpen PIC 9(1) VALUE 0.
000119  01 cmdstr PIC X(100).
000120  01 cmdVerb PIC X(10).
000121  01 cmdArg1 PIC X(80).
000122  01 cmdArg2 PIC X(80).
000123  01 cmdArg3 PIC X(10).
000124  01 cmdArg4 PIC X(10).
000125  01 catalogName PIC X(90).
000126  01 str PIC X(100).
000127  01 genToken PIC X(10).
000128  01 marginToken PIC X(10).
000128  01 skipToken PIC X(12).
000129  01 valueDigits PIC X(9).
000130  01 valueNumber PIC 9(9).
000131  01 tokenLen PIC 9(3).
000132* The target as read: its name, where it came from, its rule,
000133* and the board in its own alive symbol
000134  01 targetName PIC X(80).
000135  01 targetSource PIC X(90).
000136  01 targetRule PIC X(12).
000137  01 targetAlive PIC X(1).
000138  01 targetWrap PIC X(1).
000139  01 targetRows PIC 9(3).
000140  01 targetCols PIC 9(3).
000141  01 targetFound PIC 9(1).
000142  01 TargetBoard.
000143      02 TargetRow PIC X(100) OCCURS 999 TIMES.
000144  01 genBack PIC 9(1).
000145  01 margin PIC 9(1).
000146  01 keepMax PIC 9(2) VALUE 5.
000147  01 nodeLimit PIC 9(9) VALUE 2000000.
000148* The rule as two flag tables, one per neighbor count 0 to 8
000149* (subscript count + 1)
000150  01 RuleFlags.
000151      02 BirthFlag PIC 9(1) OCCURS 9 TIMES.
000152      02 SurviveFlag PIC 9(1) OCCURS 9 TIMES.
000153  01 ruleMode PIC X(1).
000154  01 ruleChar PIC X(1).
000155  01 ruleDigit PIC 9(1).
000156  01 ruleValid PIC 9(1).
000157* The board one search works back from, cropped to its live
000158* cells, '1' alive and '0' dead, row after row
000159  01 tgtH PIC 9(3).
000160  01 tgtW PIC 9(3).
000161  01 tgtPop PIC 9(3).
000162  01 tgtCells PIC X(400).
000163* The search area with a two-cell dead frame: area row a and
000164* column b are grid row a + 2 and column b + 2, so the ring of
000165* cells just outside the area and their own neighbors all have
000166* a place. PredGrid is the board being built, TgtGrid the
000167* target laid out in the same frame
000168  01 areaH PIC 9(2).
000169  01 areaW PIC 9(2).
000170  01 cellTotal PIC 9(3).
000171  01 PredGrid.
000172      02 PredRow PIC X(24) OCCURS 24 TIMES.
000173  01 TgtGrid.
000174      02 TgtGridRow PIC X(24) OCCURS 24 TIMES.
000175* Per area cell, in fill order: 0 not yet tried, 1 tried dead,
000176* 2 tried alive
000177  01 CellTable.
000178      02 CellState PIC 9(1) OCCURS 400 TIMES.
000179  01 idx PIC 9(3).
000180  01 curR PIC 9(2).
000181  01 curC PIC 9(2).
000182  01 popNow PIC 9(3).
000183  01 nodeCount PIC 9(9).
000184  01 searchStopped PIC 9(1).
000185  01 levelStopped PIC 9(1).
000186  01 targetTooLarge PIC 9(1).
000186* Set when any board of the generation being searched grew past
000186* the area limit with its margin and so went unsearched
000186  01 levelTooLarge PIC 9(1).
000187  01 ChkRowTable.
000188      02 ChkRow PIC 9(2) OCCURS 3 TIMES.
000189  01 ChkColTable.
000190      02 ChkCol PIC 9(2) OCCURS 3 TIMES.
000191  01 chkRowCount PIC 9(1).
000192  01 chkColCount PIC 9(1).
000193  01 cr PIC 9(1).
000194  01 cc PIC 9(1).
000195  01 cellOk PIC 9(1).
000196  01 nbrCount PIC 9(2).
000197  01 nextCell PIC X(1).
000198  01 gridR PIC 9(2).
000199  01 gridC PIC 9(2).
000200* A predecessor just found, cropped like the target
000201  01 candTop PIC 9(2).
000202  01 candBottom PIC 9(2).
000203  01 candLeft PIC 9(2).
000204  01 candRight PIC 9(2).
000205  01 candH PIC 9(2).
000206  01 candW PIC 9(2).
000207  01 candCells PIC X(400).
000208  01 candPos PIC 9(3).
000209  01 insertAt PIC 9(2).
000210* The predecessors kept at the generation being searched, the
000211* smallest first, and the ones the next generation back starts
000212* from. FoundParent is the entry of the previous generation a
000213* predecessor leads into
000214  01 FoundTable.
000215      02 foundCount PIC 9(2).
000216      02 FoundEntry OCCURS 20 TIMES.
000217          03 FoundPop PIC 9(3).
000218          03 FoundH PIC 9(2).
000219          03 FoundW PIC 9(2).
000220          03 FoundParent PIC 9(2).
000221          03 FoundCells PIC X(400).
000222  01 ParentTable.
000223      02 parentCount PIC 9(2).
000224      02 ParentEntry OCCURS 20 TIMES.
000225          03 ParentPop PIC 9(3).
000226          03 ParentH PIC 9(2).
000227          03 ParentW PIC 9(2).
000228          03 ParentParent PIC 9(2).
000229          03 ParentCells PIC X(400).
000230  01 level PIC 9(1).
000231  01 p PIC 9(2).
000232  01 f PIC 9(2).
000233  01 i PIC 9(3).
000234  01 j PIC 9(3).
000235  01 k PIC 9(3).
000236  01 r PIC 9(3).
000237  01 c PIC 9(3).
000237  01 colNo PIC 9(3).
000238  01 pad PIC 9(1).
000239  01 blockRows PIC 9(3).
000240  01 blockCols PIC 9(3).
000241  01 blockName PIC X(80).
000242  01 nameLen PIC 9(3).
000243  01 levelString PIC 9(1).
000243  01 blockGeneration PIC 9(5).
000244  01 entryString PIC Z9.
000245  01 numString PIC Z(8)9.
000246  01 smallString PIC ZZ9.
000247  01 smallString2 PIC ZZ9.
000248  01 lead PIC 9(1).
000249  01 lead2 PIC 9(1).
000250  01 TargetsSearched PIC 9(5) VALUE 0.
000251  01 TargetsWithPredecessor PIC 9(5) VALUE 0.
000252  01 TargetsWithout PIC 9(5) VALUE 0.
000253  01 TargetsFailed PIC 9(5) VALUE 0.
000253  01 TargetsTooLarge PIC 9(5) VALUE 0.
000254  01 RunDate PIC 9(6).
000255  01 RunDateEdited PIC 99/99/99.
000256
000257  PROCEDURE DIVISION.
000258  MAIN-PARAGRAPH.
000259      ACCEPT RunDate FROM DATE
000260      MOVE RunDate TO RunDateEdited
000261      OPEN INPUT CommandFile
000262      IF NOT commandErr = '00' THEN
000263         DISPLAY 'No predcmd.txt found. Nothing to search.'
000264         GO TO PROGRAM-END
000265      END-IF
000266      OPEN OUTPUT ReportFile
000267      IF NOT reportErr = '00' THEN
000268         DISPLAY 'Could not open predreport.txt for the report.'
000269         CLOSE CommandFile
000270         MOVE 8 TO RETURN-CODE
000271         GO TO PROGRAM-END
000272      END-IF
000273      MOVE SPACES TO ReportLine
000274      STRING
000275        'Predecessor search report ' DELIMITED BY SIZE
000276        RunDateEdited DELIMITED BY SIZE
000277        INTO ReportLine
000278      END-STRING
000279      WRITE ReportPattern.
000280  READ-NEXT-COMMAND.
000281      READ CommandFile INTO cmdstr
000282        AT END
000283          GO TO WRAP-UP
000284      END-READ
000285      MOVE SPACES TO cmdVerb
000286      MOVE SPACES TO cmdArg1
000287      MOVE SPACES TO cmdArg2
000288      MOVE SPACES TO cmdArg3
000289      MOVE SPACES TO cmdArg4
000290      UNSTRING cmdstr DELIMITED BY ALL SPACES
000291        INTO cmdVerb, cmdArg1, cmdArg2, cmdArg3, cmdArg4
000292      END-UNSTRING
000293      IF cmdVerb = SPACES OR cmdVerb(1:1) = '#' THEN
000294         GO TO READ-NEXT-COMMAND
000295      END-IF
000296      IF cmdVerb = 'KEEP' THEN
000297         MOVE cmdArg1 TO genToken
000298         PERFORM PARSE-NUMBER-TOKEN
000299         IF valueNumber >= 1 AND valueNumber <= 20 THEN
000300            MOVE valueNumber TO keepMax
000301         ELSE
000302            DISPLAY 'KEEP needs a number from 1 to 20.'
000303         END-IF
000304         GO TO READ-NEXT-COMMAND
000305      END-IF
000306      IF cmdVerb = 'LIMIT' THEN
000307         MOVE cmdArg1 TO genToken
000308         PERFORM PARSE-NUMBER-TOKEN
000309         IF valueNumber > 0 THEN
000310            MOVE valueNumber TO nodeLimit
000311         ELSE
000312            DISPLAY 'LIMIT needs a number above 0.'
000313         END-IF
000314         GO TO READ-NEXT-COMMAND
000315      END-IF
000316      IF cmdVerb = 'LIBRARY' AND NOT cmdArg1 = SPACES THEN
000317         MOVE cmdArg1 TO targetName
000318         MOVE 'patterns.lib' TO targetSource
000319         MOVE cmdArg2 TO genToken
000320         MOVE cmdArg3 TO marginToken
000321         PERFORM READ-LIBRARY-TARGET
000322         PERFORM SEARCH-TARGET
000323         GO TO READ-NEXT-COMMAND
000324      END-IF
000325      IF cmdVerb = 'CATALOG' AND NOT cmdArg2 = SPACES THEN
000326         MOVE cmdArg1 TO catalogName
000327         MOVE cmdArg2 TO targetName
000328         MOVE cmdArg1 TO targetSource
000329         MOVE cmdArg3 TO genToken
000330         MOVE cmdArg4 TO marginToken
000331         PERFORM READ-CATALOG-TARGET
000332         PERFORM SEARCH-TARGET
000333         GO TO READ-NEXT-COMMAND
000334      END-IF
000335      DISPLAY 'Unrecognized command: ' cmdstr(1:60)
000336      COMPUTE TargetsFailed = TargetsFailed + 1
000337      GO TO READ-NEXT-COMMAND.
000338  WRAP-UP.
000339      CLOSE CommandFile
000340      CLOSE ReportFile
000341      IF predOutOpen = 1 THEN
000342         CLOSE PredOut
000343      END-IF
000344      IF libOpen = 1 THEN
000345         CLOSE PatternLib
000346      END-IF
000347      DISPLAY 'Targets searched:      ' TargetsSearched
000348      DISPLAY 'With a predecessor:    ' TargetsWithPredecessor
000349      DISPLAY 'Without:               ' TargetsWithout
000349      DISPLAY 'Area over 20 x 20:     ' TargetsTooLarge
000350      DISPLAY 'Not searched:          ' TargetsFailed
000351      IF TargetsWithout > 0 OR TargetsTooLarge > 0 THEN
000352         MOVE 4 TO RETURN-CODE
000353      END-IF
000354      IF TargetsFailed > 0 THEN
000355         MOVE 8 TO RETURN-CODE
000356      END-IF.
000357  PROGRAM-END.
000358      STOP RUN.
000359
000360  PARSE-NUMBER-TOKEN SECTION.
000361* genToken written any width - right-justified into a zero-
000362* filled holding field before the NUMERIC test, the way LifeLib
000363* takes a version number. 0 when missing or not a number
000364      MOVE 0 TO valueNumber
000365      COMPUTE tokenLen = 0
000366      INSPECT genToken TALLYING tokenLen
000367        FOR CHARACTERS BEFORE INITIAL SPACE
000368      IF tokenLen > 0 AND tokenLen <= 9 THEN
000369         MOVE '000000000' TO valueDigits
000370         MOVE genToken(1:tokenLen)
000371           TO valueDigits(10 - tokenLen:tokenLen)
000372         IF valueDigits IS NUMERIC THEN
000373            MOVE valueDigits TO valueNumber
000374         END-IF
000375      END-IF.
000376
000377  READ-LIBRARY-TARGET SECTION.
000378* The library is opened on the first LIBRARY line, read-only
000379      MOVE 0 TO targetFound
000380      IF libOpen = 0 THEN
000381         OPEN INPUT PatternLib
000382         IF NOT libErr = '00' THEN
000383            DISPLAY 'patterns.lib cannot be opened (status '
000384              libErr ').'
000385            GO TO READ-LIBRARY-TARGET-EXIT
000386         END-IF
000387         MOVE 1 TO libOpen
000388      END-IF
000389      MOVE SPACES TO LibName
000390      MOVE targetName TO LibName
000391      READ PatternLib
000392        INVALID KEY
000393          GO TO READ-LIBRARY-TARGET-EXIT
000394      END-READ
000395      MOVE LibRule TO targetRule
000396      MOVE LibAliveSymbol TO targetAlive
000397      MOVE LibWrapMode TO targetWrap
000398      MOVE LibRow TO targetRows
000399      MOVE LibColCount TO targetCols
000400      COMPUTE i = 1.
000401  LIBRARY-ROW-LOOP.
000402      IF i <= targetRows THEN
000403         MOVE SPACES TO TargetRow(i)
000404         MOVE LibGridRow(i) TO TargetRow(i)(1:80)
000405         COMPUTE i = i + 1
000406         GO TO LIBRARY-ROW-LOOP
000407      END-IF
000408      MOVE 1 TO targetFound.
000409  READ-LIBRARY-TARGET-EXIT.
000410      EXIT.
000411
000412  READ-CATALOG-TARGET SECTION.
000413* Native blocks one after another - name, generation count,
000414* the rows/cols/options header, the grid rows - until the one
000415* named. A header that cannot be read ends the scan, since the
000416* file can no longer be followed block by block
000417      MOVE 0 TO targetFound
000418      OPEN INPUT CatalogIn
000419      IF NOT catalogErr = '00' THEN
000420         GO TO READ-CATALOG-TARGET-EXIT
000421      END-IF.
000422  CATALOG-NEXT-BLOCK.
000423      READ CatalogIn INTO str
000424        AT END
000425          GO TO CATALOG-CLOSE
000426      END-READ
000427      IF str = SPACES OR str(1:5) = '#TURN' THEN
000428         GO TO CATALOG-NEXT-BLOCK
000429      END-IF
000430      MOVE SPACES TO blockName
000431      UNSTRING str DELIMITED BY ALL SPACES
000432        INTO blockName
000433      END-UNSTRING
000434      READ CatalogIn INTO str
000435        AT END
000436          GO TO CATALOG-CLOSE
000437      END-READ
000438      READ CatalogIn INTO str
000439        AT END
000440          GO TO CATALOG-CLOSE
000441      END-READ
000442      MOVE 0 TO targetRows
000443      MOVE 0 TO targetCols
000444      MOVE '0' TO targetWrap
000445      MOVE '*' TO targetAlive
000446      MOVE 'B3/S23' TO targetRule
000447      MOVE SPACES TO skipToken
000448      UNSTRING str DELIMITED BY ALL SPACES
000449        INTO targetRows, targetCols, targetWrap, targetAlive,
000450             skipToken, skipToken, skipToken, skipToken,
000451             targetRule
000452      END-UNSTRING
000453      IF targetRows = 0 OR targetRows > 999 OR
000454         targetCols = 0 OR targetCols > 100 THEN
000455         GO TO CATALOG-CLOSE
000456      END-IF
000457      COMPUTE i = 1.
000458  CATALOG-ROW-LOOP.
000459      IF i <= targetRows THEN
000460         READ CatalogIn INTO TargetRow(i)
000461           AT END
000462             GO TO CATALOG-CLOSE
000463         END-READ
000464         COMPUTE i = i + 1
000465         GO TO CATALOG-ROW-LOOP
000466      END-IF
000467      IF NOT blockName = targetName THEN
000468         GO TO CATALOG-NEXT-BLOCK
000469      END-IF
000470      MOVE 1 TO targetFound.
000471  CATALOG-CLOSE.
000472      CLOSE CatalogIn.
000473  READ-CATALOG-TARGET-EXIT.
000474      EXIT.
000475
000476  SEARCH-TARGET SECTION.
000477* One target from end to end: checked, cropped, then searched
000478* back one generation at a time, each generation starting from
000479* every predecessor the one before it kept
000480      COMPUTE TargetsSearched = TargetsSearched + 1
000481      MOVE SPACES TO ReportLine
000482      WRITE ReportPattern
000483      IF targetFound = 0 THEN
000484         MOVE SPACES TO ReportLine
000485         STRING
000486           'Target ' DELIMITED BY SIZE
000487           targetName DELIMITED BY SPACES
000488           ' not found in ' DELIMITED BY SIZE
000489           targetSource DELIMITED BY SPACES
000490           ' - not searched.' DELIMITED BY SIZE
000491           INTO ReportLine
000492         END-STRING
000493         WRITE ReportPattern
000494         COMPUTE TargetsFailed = TargetsFailed + 1
000495         GO TO SEARCH-TARGET-EXIT
000496      END-IF
000498      PERFORM PARSE-NUMBER-TOKEN
000499      IF valueNumber = 0 AND genToken = SPACES THEN
000500         MOVE 1 TO valueNumber
000501      END-IF
000502      IF valueNumber < 1 OR valueNumber > 3 THEN
000503         PERFORM REPORT-BAD-OPTION
000504         GO TO SEARCH-TARGET-EXIT
000505      END-IF
000506      MOVE valueNumber TO genBack
000507      MOVE marginToken TO genToken
000508      PERFORM PARSE-NUMBER-TOKEN
000509      IF valueNumber = 0 AND marginToken = SPACES THEN
000510         MOVE 1 TO valueNumber
000511      END-IF
000512      IF valueNumber > 3 OR
000513         (valueNumber = 0 AND NOT marginToken(1:1) = '0') THEN
000514         PERFORM REPORT-BAD-OPTION
000515         GO TO SEARCH-TARGET-EXIT
000516      END-IF
000517      MOVE valueNumber TO margin
000518      PERFORM PARSE-TARGET-RULE
000519      PERFORM CROP-TARGET
000520      PERFORM WRITE-TARGET-HEADER
000521      IF ruleValid = 0 OR targetTooLarge = 1 OR tgtPop = 0 THEN
000522         COMPUTE TargetsFailed = TargetsFailed + 1
000523         GO TO SEARCH-TARGET-EXIT
000524      END-IF
000525      MOVE 1 TO parentCount
000526      MOVE tgtPop TO ParentPop(1)
000527      MOVE tgtH TO ParentH(1)
000528      MOVE tgtW TO ParentW(1)
000529      MOVE 0 TO ParentParent(1)
000530      MOVE tgtCells TO ParentCells(1)
000531      COMPUTE level = 1.
000532  SEARCH-LEVEL-LOOP.
000533      MOVE 0 TO foundCount
000534      MOVE 0 TO levelStopped
000535      MOVE 0 TO targetTooLarge
000535      MOVE 0 TO levelTooLarge
000536      COMPUTE p = 1.
000537  SEARCH-PARENT-LOOP.
000538      IF p <= parentCount THEN
000539         MOVE ParentH(p) TO tgtH
000540         MOVE ParentW(p) TO tgtW
000541         MOVE ParentCells(p) TO tgtCells
000542         PERFORM SEARCH-PREDECESSORS
000543         IF searchStopped = 1 THEN
000544            MOVE 1 TO levelStopped
000545         END-IF
000545         IF targetTooLarge = 1 THEN
000545            MOVE 1 TO levelTooLarge
000545         END-IF
000546         COMPUTE p = p + 1
000547         GO TO SEARCH-PARENT-LOOP
000548      END-IF
000549      PERFORM WRITE-LEVEL-REPORT
000550      IF foundCount = 0 AND levelTooLarge = 1 THEN
000550         COMPUTE TargetsTooLarge = TargetsTooLarge + 1
000550         GO TO SEARCH-TARGET-EXIT
000550      END-IF
000550      IF foundCount = 0 THEN
000551         COMPUTE TargetsWithout = TargetsWithout + 1
000552         GO TO SEARCH-TARGET-EXIT
000553      END-IF
000554      PERFORM WRITE-PREDECESSOR-BLOCKS
000555      IF level < genBack THEN
000556         MOVE FoundTable TO ParentTable
000557         COMPUTE level = level + 1
000558         GO TO SEARCH-LEVEL-LOOP
000559      END-IF
000560      COMPUTE TargetsWithPredecessor = TargetsWithPredecessor + 1.
000561  SEARCH-TARGET-EXIT.
000562      EXIT.
000563
000564  REPORT-BAD-OPTION SECTION.
000565      MOVE SPACES TO ReportLine
000566      STRING
000567        'Target ' DELIMITED BY SIZE
000568        targetName DELIMITED BY SPACES
000569        ': generations must be 1 to 3 and margin 0 to 3'
000570          DELIMITED BY SIZE
000571        ' - not searched.' DELIMITED BY SIZE
000572        INTO ReportLine
000573      END-STRING
000574      WRITE ReportPattern
000575      COMPUTE TargetsFailed = TargetsFailed + 1.
000576
000577  PARSE-TARGET-RULE SECTION.
000578* B<digits>/S<digits> into the two flag tables. A rule that
000579* gives birth on no neighbors at all (B0) would fill the whole
000580* plane outside any bounded area, so it cannot be searched
000581      MOVE ALL '0' TO RuleFlags
000582      MOVE 1 TO ruleValid
000583      MOVE SPACE TO ruleMode
000584      COMPUTE k = 1.
000585  RULE-CHAR-LOOP.
000586      IF k > 12 THEN
000587         GO TO RULE-CHECK
000588      END-IF
000589      MOVE targetRule(k:1) TO ruleChar
000590      IF ruleChar = 'B' OR ruleChar = 'b' THEN
000591         MOVE 'B' TO ruleMode
000592      END-IF
000593      IF ruleChar = 'S' OR ruleChar = 's' THEN
000594         MOVE 'S' TO ruleMode
000595      END-IF
000596      IF ruleChar >= '0' AND ruleChar <= '8' THEN
000597         MOVE ruleChar TO ruleDigit
000598         IF ruleMode = 'B' THEN
000599            MOVE 1 TO BirthFlag(ruleDigit + 1)
000600         END-IF
000601         IF ruleMode = 'S' THEN
000602            MOVE 1 TO SurviveFlag(ruleDigit + 1)
000603         END-IF
000604      END-IF
000605      COMPUTE k = k + 1
000606      GO TO RULE-CHAR-LOOP.
000607  RULE-CHECK.
000608      IF BirthFlag(1) = 1 THEN
000609         MOVE 0 TO ruleValid
000610      END-IF.
000611
000612  CROP-TARGET SECTION.
000613* The target's live cells, cut down to their bounding box
000614      MOVE 0 TO tgtPop
000615      MOVE 0 TO tgtH
000616      MOVE 0 TO tgtW
000617      MOVE 0 TO targetTooLarge
000622      MOVE 999 TO r
000623      MOVE 0 TO k
000624      MOVE 999 TO c
000625      MOVE 0 TO j
000626      COMPUTE i = 1.
000627  CROP-ROW-LOOP.
000628      IF i > targetRows THEN
000629         GO TO CROP-BOX-DONE
000630      END-IF
000631      COMPUTE colNo = 1.
000632  CROP-COL-LOOP.
000633      IF colNo <= targetCols THEN
000634         IF TargetRow(i)(colNo:1) = targetAlive THEN
000635            COMPUTE tgtPop = tgtPop + 1
000636            IF i < r THEN
000637               MOVE i TO r
000638            END-IF
000639            MOVE i TO k
000640            IF colNo < c THEN
000641               MOVE colNo TO c
000642            END-IF
000643            IF colNo > j THEN
000644               MOVE colNo TO j
000645            END-IF
000646         END-IF
000647         COMPUTE colNo = colNo + 1
000648         GO TO CROP-COL-LOOP
000649      END-IF
000650      COMPUTE i = i + 1
000651      GO TO CROP-ROW-LOOP.
000652  CROP-BOX-DONE.
000653      IF tgtPop = 0 THEN
000654         GO TO CROP-TARGET-EXIT
000655      END-IF
000656      COMPUTE tgtH = k - r + 1
000657      COMPUTE tgtW = j - c + 1
000658      IF tgtH + 2 * margin > 20 OR tgtW + 2 * margin > 20 THEN
000659         MOVE 1 TO targetTooLarge
000660         GO TO CROP-TARGET-EXIT
000661      END-IF
000662      MOVE ALL '0' TO tgtCells
000663      COMPUTE candPos = 0
000664      COMPUTE i = r.
000665  CROP-COPY-LOOP.
000666      IF i > k THEN
000667         GO TO CROP-TARGET-EXIT
000668      END-IF
000669      COMPUTE colNo = c.
000670  CROP-COPY-COL.
000671      IF colNo > j THEN
000672         COMPUTE i = i + 1
000673         GO TO CROP-COPY-LOOP
000674      END-IF
000675      COMPUTE candPos = candPos + 1
000676      IF TargetRow(i)(colNo:1) = targetAlive THEN
000677         MOVE '1' TO tgtCells(candPos:1)
000678      END-IF
000679      COMPUTE colNo = colNo + 1
000679      GO TO CROP-COPY-COL.
000680  CROP-TARGET-EXIT.
000681      EXIT.
000682
000683  WRITE-TARGET-HEADER SECTION.
000684* 'Target name from source, rule R, HxW, population n' and the
000685* area to be searched - or why it will not be
000686      MOVE tgtH TO smallString
000687      MOVE tgtW TO smallString2
000688      COMPUTE lead = 0
000689      INSPECT smallString TALLYING lead FOR LEADING SPACE
000690      COMPUTE lead2 = 0
000691      INSPECT smallString2 TALLYING lead2 FOR LEADING SPACE
000692      MOVE tgtPop TO numString
000693      COMPUTE k = 0
000694      INSPECT numString TALLYING k FOR LEADING SPACE
000695      MOVE SPACES TO ReportLine
000696      STRING
000697        'Target ' DELIMITED BY SIZE
000698        targetName DELIMITED BY SPACES
000699        ' from ' DELIMITED BY SIZE
000700        targetSource DELIMITED BY SPACES
000701        ', rule ' DELIMITED BY SIZE
000702        targetRule DELIMITED BY SPACES
000703        ', ' DELIMITED BY SIZE
000704        smallString(lead + 1:3 - lead) DELIMITED BY SIZE
000705        'x' DELIMITED BY SIZE
000706        smallString2(lead2 + 1:3 - lead2) DELIMITED BY SIZE
000707        ', population ' DELIMITED BY SIZE
000708        numString(k + 1:9 - k) DELIMITED BY SIZE
000709        INTO ReportLine
000710      END-STRING
000711      WRITE ReportPattern
000712      MOVE SPACES TO ReportLine
000713      IF ruleValid = 0 THEN
000714         MOVE '  a B0 rule cannot be searched in a bounded area'
000715           TO ReportLine
000716         WRITE ReportPattern
000717         GO TO WRITE-TARGET-HEADER-EXIT
000718      END-IF
000719      IF tgtPop = 0 THEN
000720         MOVE '  nothing is alive on the target - not searched.'
000721           TO ReportLine
000722         WRITE ReportPattern
000723         GO TO WRITE-TARGET-HEADER-EXIT
000724      END-IF
000725      IF targetTooLarge = 1 THEN
000726         MOVE '  search area over 20 x 20 - not searched.'
000727           TO ReportLine
000728         WRITE ReportPattern
000729         GO TO WRITE-TARGET-HEADER-EXIT
000730      END-IF
000731      COMPUTE areaH = tgtH + 2 * margin
000732      COMPUTE areaW = tgtW + 2 * margin
000733      MOVE areaH TO smallString
000734      MOVE areaW TO smallString2
000735      COMPUTE lead = 0
000736      INSPECT smallString TALLYING lead FOR LEADING SPACE
000737      COMPUTE lead2 = 0
000738      INSPECT smallString2 TALLYING lead2 FOR LEADING SPACE
000739      MOVE nodeLimit TO numString
000740      COMPUTE k = 0
000741      INSPECT numString TALLYING k FOR LEADING SPACE
000742      MOVE keepMax TO entryString
000743      COMPUTE j = 0
000744      INSPECT entryString TALLYING j FOR LEADING SPACE
000745      STRING
000746        '  search area ' DELIMITED BY SIZE
000747        smallString(lead + 1:3 - lead) DELIMITED BY SIZE
000748        'x' DELIMITED BY SIZE
000749        smallString2(lead2 + 1:3 - lead2) DELIMITED BY SIZE
000750        ' (margin ' DELIMITED BY SIZE
000751        margin DELIMITED BY SIZE
000752        '), ' DELIMITED BY SIZE
000753        genBack DELIMITED BY SIZE
000754        ' generation(s) back, ' DELIMITED BY SIZE
000755        entryString(j + 1:2 - j) DELIMITED BY SIZE
000756        ' kept, limit ' DELIMITED BY SIZE
000757        numString(k + 1:9 - k) DELIMITED BY SIZE
000758        ' trial cells' DELIMITED BY SIZE
000759        INTO ReportLine
000760      END-STRING
000771      WRITE ReportPattern
000772      IF targetWrap = '1' THEN
000773         MOVE SPACES TO ReportLine
000774         MOVE '  the target wraps; searched on an open plane'
000775           TO ReportLine
000776         WRITE ReportPattern
000777      END-IF.
000778  WRITE-TARGET-HEADER-EXIT.
000779      EXIT.
000780
000781  SEARCH-PREDECESSORS SECTION.
000782* Every board of the area that becomes the target (tgtH x tgtW,
000783* centered by the margin) in one generation, the smallest kept
000784* in FoundTable alongside what earlier searches of this
000785* generation kept. Cell idx of the area is row (idx - 1) / areaW
000786* + 1; after each cell is set, the cells whose next state that
000787* settles are checked against the target
000788      MOVE 0 TO searchStopped
000789      COMPUTE areaH = tgtH + 2 * margin
000790      COMPUTE areaW = tgtW + 2 * margin
000791      IF areaH > 20 OR areaW > 20 THEN
000792         MOVE 1 TO targetTooLarge
000793         GO TO SEARCH-PREDECESSORS-EXIT
000794      END-IF
000795      COMPUTE cellTotal = areaH * areaW
000796      MOVE ALL '0' TO PredGrid
000797      MOVE ALL '0' TO TgtGrid
000798      COMPUTE candPos = 0
000799      COMPUTE i = 1.
000800  PLACE-TARGET-ROW.
000801      IF i > tgtH THEN
000802         GO TO START-SEARCH
000803      END-IF
000804      COMPUTE j = 1.
000805  PLACE-TARGET-CELL.
000806      IF j > tgtW THEN
000807         COMPUTE i = i + 1
000808         GO TO PLACE-TARGET-ROW
000809      END-IF
000810      COMPUTE candPos = candPos + 1
000811      IF tgtCells(candPos:1) = '1' THEN
000812         MOVE '1' TO TgtGridRow(i + margin + 2)(j + margin + 2:1)
000813      END-IF
000814      COMPUTE j = j + 1
000815      GO TO PLACE-TARGET-CELL.
000815  START-SEARCH.
000816      MOVE 0 TO nodeCount
000817      MOVE 0 TO popNow
000818      COMPUTE idx = 1
000819      MOVE 0 TO CellState(1).
000820  SEARCH-STEP.
000821      IF idx = 0 THEN
000822         GO TO SEARCH-PREDECESSORS-EXIT
000823      END-IF
000824      IF idx > cellTotal THEN
000825         PERFORM RECORD-PREDECESSOR
000826         MOVE cellTotal TO idx
000827         GO TO SEARCH-STEP
000828      END-IF
000829      COMPUTE k = idx - 1
000829      DIVIDE k BY areaW GIVING curR REMAINDER curC
000830      COMPUTE curR = curR + 1
000831      COMPUTE curC = curC + 1
000832      IF CellState(idx) = 0 THEN
000833         MOVE 1 TO CellState(idx)
000834      ELSE
000835         IF CellState(idx) = 1 THEN
000836            MOVE 2 TO CellState(idx)
000837            MOVE '1' TO PredRow(curR + 2)(curC + 2:1)
000838            COMPUTE popNow = popNow + 1
000839         ELSE
000840* Both values tried - this cell goes back to dead and the one
000840* before it takes its next value
000841            MOVE '0' TO PredRow(curR + 2)(curC + 2:1)
000842            COMPUTE popNow = popNow - 1
000843            MOVE 0 TO CellState(idx)
000844            COMPUTE idx = idx - 1
000845            GO TO SEARCH-STEP
000846         END-IF
000847      END-IF
000848      COMPUTE nodeCount = nodeCount + 1
000849      IF nodeCount > nodeLimit THEN
000850         MOVE 1 TO searchStopped
000851         GO TO SEARCH-PREDECESSORS-EXIT
000852      END-IF
000853      IF foundCount = keepMax THEN
000854         IF popNow >= FoundPop(keepMax) THEN
000855            GO TO SEARCH-STEP
000856         END-IF
000857      END-IF
000858      PERFORM CHECK-SETTLED-CELLS
000859      IF cellOk = 0 THEN
000860         GO TO SEARCH-STEP
000861      END-IF
000862      COMPUTE idx = idx + 1
000863      IF idx <= cellTotal THEN
000864         MOVE 0 TO CellState(idx)
000865      END-IF
000866      GO TO SEARCH-STEP.
000867  SEARCH-PREDECESSORS-EXIT.
000868      EXIT.
000869
000870  CHECK-SETTLED-CELLS SECTION.
000871* Cell (a, b) - area coordinates, 0 and areaH + 1 / areaW + 1
000872* being the ring just outside - is settled once area cell
000873* (min(a + 1, areaH), min(b + 1, areaW)) is set. So setting
000874* (curR, curC) settles row curR - 1, plus the last row and the
000875* ring below it when curR is the last row, and likewise for
000876* the columns
000877      MOVE 1 TO cellOk
000878      COMPUTE chkRowCount = 1
000879      COMPUTE ChkRow(1) = curR - 1
000880      IF curR = areaH THEN
000881         COMPUTE chkRowCount = 3
000882         COMPUTE ChkRow(2) = areaH
000883         COMPUTE ChkRow(3) = areaH + 1
000884      END-IF
000885      COMPUTE chkColCount = 1
000886      COMPUTE ChkCol(1) = curC - 1
000887      IF curC = areaW THEN
000888         COMPUTE chkColCount = 3
000889         COMPUTE ChkCol(2) = areaW
000890         COMPUTE ChkCol(3) = areaW + 1
000891      END-IF
000892      COMPUTE cr = 1.
000893  CHECK-ROW-LOOP.
000894      IF cr > chkRowCount THEN
000895         GO TO CHECK-SETTLED-CELLS-EXIT
000896      END-IF
000897      COMPUTE cc = 1.
000898  CHECK-COL-LOOP.
000899      IF cc > chkColCount THEN
000900         COMPUTE cr = cr + 1
000901         GO TO CHECK-ROW-LOOP
000902      END-IF
000903      COMPUTE gridR = ChkRow(cr) + 2
000904      COMPUTE gridC = ChkCol(cc) + 2
000905      PERFORM CHECK-ONE-CELL
000906      IF cellOk = 0 THEN
000907         GO TO CHECK-SETTLED-CELLS-EXIT
000908      END-IF
000909      COMPUTE cc = cc + 1
000910      GO TO CHECK-COL-LOOP.
000911  CHECK-SETTLED-CELLS-EXIT.
000912      EXIT.
000913
000914  CHECK-ONE-CELL SECTION.
000915* The next state of grid cell (gridR, gridC) under the rule,
000916* against the target's
000917      MOVE 0 TO nbrCount
000918      INSPECT PredRow(gridR - 1)(gridC - 1:3)
000919        TALLYING nbrCount FOR ALL '1'
000920      INSPECT PredRow(gridR)(gridC - 1:3)
000921        TALLYING nbrCount FOR ALL '1'
000922      INSPECT PredRow(gridR + 1)(gridC - 1:3)
000923        TALLYING nbrCount FOR ALL '1'
000924      MOVE '0' TO nextCell
000925      IF PredRow(gridR)(gridC:1) = '1' THEN
000926         COMPUTE nbrCount = nbrCount - 1
000927         IF SurviveFlag(nbrCount + 1) = 1 THEN
000928            MOVE '1' TO nextCell
000929         END-IF
000930      ELSE
000931         IF BirthFlag(nbrCount + 1) = 1 THEN
000932            MOVE '1' TO nextCell
000933         END-IF
000934      END-IF
000935      IF NOT nextCell = TgtGridRow(gridR)(gridC:1) THEN
000936         MOVE 0 TO cellOk
000937      END-IF.
000938
000939  RECORD-PREDECESSOR SECTION.
000940* A full board that works: cropped to its live cells, dropped
000941* if the same shape is already kept (the same board shifted),
000942* otherwise put in its place by population, then by box size
000943      MOVE 99 TO candTop
000944      MOVE 0 TO candBottom
000945      MOVE 99 TO candLeft
000946      MOVE 0 TO candRight
000947      COMPUTE i = 3.
000948  CAND-BOX-ROW.
000949      IF i > areaH + 2 THEN
000950         GO TO CAND-BOX-DONE
000951      END-IF
000952      COMPUTE j = 3.
000953  CAND-BOX-COL.
000954      IF j > areaW + 2 THEN
000955         COMPUTE i = i + 1
000956         GO TO CAND-BOX-ROW
000957      END-IF
000958      IF PredRow(i)(j:1) = '1' THEN
000959         IF i < candTop THEN
000960            MOVE i TO candTop
000961         END-IF
000962         MOVE i TO candBottom
000963         IF j < candLeft THEN
000964            MOVE j TO candLeft
000965         END-IF
000966         IF j > candRight THEN
000967            MOVE j TO candRight
000968         END-IF
000969      END-IF
000970      COMPUTE j = j + 1
000970      GO TO CAND-BOX-COL.
000970  CAND-BOX-DONE.
000971      IF candBottom = 0 THEN
000972         GO TO RECORD-PREDECESSOR-EXIT
000973      END-IF
000974      COMPUTE candH = candBottom - candTop + 1
000975      COMPUTE candW = candRight - candLeft + 1
000976      MOVE ALL '0' TO candCells
000977      COMPUTE candPos = 0
000978      COMPUTE i = candTop.
000979  CAND-COPY-ROW.
000980      IF i <= candBottom THEN
000981         MOVE PredRow(i)(candLeft:candW)
000982           TO candCells(candPos + 1:candW)
000983         COMPUTE candPos = candPos + candW
000984         COMPUTE i = i + 1
000985         GO TO CAND-COPY-ROW
000986      END-IF
000987      COMPUTE f = 1.
000988  CAND-DUPLICATE-LOOP.
000989      IF f <= foundCount THEN
000990         IF FoundH(f) = candH AND FoundW(f) = candW AND
000991            FoundCells(f)(1:candPos) = candCells(1:candPos) THEN
000992            GO TO RECORD-PREDECESSOR-EXIT
000993         END-IF
000994         COMPUTE f = f + 1
000995         GO TO CAND-DUPLICATE-LOOP
000996      END-IF
000997      COMPUTE insertAt = foundCount + 1
000998      COMPUTE f = foundCount.
000999  CAND-PLACE-LOOP.
001000      IF f > 0 THEN
001001         IF FoundPop(f) > popNow OR
001002            (FoundPop(f) = popNow AND
001003             FoundH(f) * FoundW(f) > candH * candW) THEN
001004            MOVE f TO insertAt
001005            COMPUTE f = f - 1
001006            GO TO CAND-PLACE-LOOP
001007         END-IF
001008      END-IF
001009      IF insertAt > keepMax THEN
001010         GO TO RECORD-PREDECESSOR-EXIT
001011      END-IF
001012      IF foundCount < keepMax THEN
001013         COMPUTE foundCount = foundCount + 1
001014      END-IF
001015      COMPUTE f = foundCount.
001016  CAND-SHIFT-LOOP.
001017      IF f > insertAt THEN
001018         MOVE FoundEntry(f - 1) TO FoundEntry(f)
001019         COMPUTE f = f - 1
001020         GO TO CAND-SHIFT-LOOP
001021      END-IF
001022      MOVE popNow TO FoundPop(insertAt)
001023      MOVE candH TO FoundH(insertAt)
001024      MOVE candW TO FoundW(insertAt)
001025      MOVE p TO FoundParent(insertAt)
001026      MOVE candCells TO FoundCells(insertAt).
001027  RECORD-PREDECESSOR-EXIT.
001028      EXIT.
001029
001030  WRITE-LEVEL-REPORT SECTION.
001031* One generation back: how many were kept and each one's board,
001032* or why there are none
001033      MOVE level TO levelString
001034      MOVE SPACES TO ReportLine
001035      IF foundCount = 0 AND levelTooLarge = 1 THEN
001035         STRING
001035           '  ' DELIMITED BY SIZE
001035           levelString DELIMITED BY SIZE
001035           ' generation(s) back: not searched - area over 20 x '
001035             DELIMITED BY SIZE
001035           '20 - whether one exists is not settled'
001035             DELIMITED BY SIZE
001035           INTO ReportLine
001035         END-STRING
001035         WRITE ReportPattern
001035         GO TO WRITE-LEVEL-REPORT-EXIT
001035      END-IF
001035      IF foundCount = 0 THEN
001036         IF levelStopped = 1 THEN
001037            STRING
001038              '  ' DELIMITED BY SIZE
001039              levelString DELIMITED BY SIZE
001040              ' generation(s) back: none found before the trial '
001041                DELIMITED BY SIZE
001042              'limit - whether one exists is not settled'
001043                DELIMITED BY SIZE
001044              INTO ReportLine
001045            END-STRING
001046         ELSE
001047            IF level = 1 THEN
001048               STRING
001049                 '  1 generation back: none inside the search are'
001050                   DELIMITED BY SIZE
001051                 'a - a Garden of Eden within these bounds'
001052                   DELIMITED BY SIZE
001053                 INTO ReportLine
001054               END-STRING
001055            ELSE
001056               STRING
001057                 '  ' DELIMITED BY SIZE
001058                 levelString DELIMITED BY SIZE
001059                 ' generations back: none - no board inside the '
001060                   DELIMITED BY SIZE
001061                 'area leads to any kept above' DELIMITED BY SIZE
001062                 INTO ReportLine
001063               END-STRING
001064            END-IF
001065         END-IF
001066         WRITE ReportPattern
001067         GO TO WRITE-LEVEL-REPORT-EXIT
001068      END-IF
001069      MOVE foundCount TO entryString
001070      COMPUTE lead = 0
001071      INSPECT entryString TALLYING lead FOR LEADING SPACE
001072      MOVE SPACES TO str
001073      IF levelStopped = 1 THEN
001074         MOVE ' (trial limit hit - smaller ones may exist)'
001075           TO str
001076      END-IF
001076      IF levelTooLarge = 1 THEN
001076         MOVE ' (some areas over 20 x 20 left unsearched)'
001076           TO str
001076      END-IF
001077      STRING
001078        '  ' DELIMITED BY SIZE
001079        levelString DELIMITED BY SIZE
001080        ' generation(s) back: ' DELIMITED BY SIZE
001081        entryString(lead + 1:2 - lead) DELIMITED BY SIZE
001082        ' kept, smallest first' DELIMITED BY SIZE
001083        str DELIMITED BY '  '
001084        INTO ReportLine
001085      END-STRING
001087      WRITE ReportPattern
001088      COMPUTE f = 1.
001089  LEVEL-ENTRY-LOOP.
001090      IF f > foundCount THEN
001091         GO TO WRITE-LEVEL-REPORT-EXIT
001092      END-IF
001093      PERFORM BUILD-BLOCK-NAME
001094      MOVE FoundPop(f) TO smallString
001095      COMPUTE lead = 0
001096      INSPECT smallString TALLYING lead FOR LEADING SPACE
001097      MOVE FoundH(f) TO entryString
001098      COMPUTE lead2 = 0
001099      INSPECT entryString TALLYING lead2 FOR LEADING SPACE
001100      MOVE FoundW(f) TO numString
001101      COMPUTE k = 0
001102      INSPECT numString TALLYING k FOR LEADING SPACE
001103      MOVE SPACES TO str
001104      IF level > 1 THEN
001105         MOVE FoundParent(f) TO smallString2
001106         COMPUTE j = 0
001107         INSPECT smallString2 TALLYING j FOR LEADING SPACE
001108         COMPUTE levelString = level - 1
001109         STRING
001110           ', leads to ' DELIMITED BY SIZE
001111           targetName DELIMITED BY SPACES
001112           '-pre' DELIMITED BY SIZE
001113           levelString DELIMITED BY SIZE
001114           '-' DELIMITED BY SIZE
001115           smallString2(j + 1:3 - j) DELIMITED BY SIZE
001116           INTO str
001117         END-STRING
001118      END-IF
001119      MOVE SPACES TO ReportLine
001120      STRING
001121        '    ' DELIMITED BY SIZE
001122        blockName DELIMITED BY SPACES
001123        '  population ' DELIMITED BY SIZE
001124        smallString(lead + 1:3 - lead) DELIMITED BY SIZE
001125        ', ' DELIMITED BY SIZE
001126        entryString(lead2 + 1:2 - lead2) DELIMITED BY SIZE
001127        'x' DELIMITED BY SIZE
001128        numString(k + 1:9 - k) DELIMITED BY SIZE
001129        str DELIMITED BY '  '
001130        INTO ReportLine
001131      END-STRING
001136      WRITE ReportPattern
001137      COMPUTE candPos = 0
001138      COMPUTE i = 1.
001139  LEVEL-BOARD-ROW.
001140      IF i <= FoundH(f) THEN
001141         MOVE SPACES TO ReportLine
001142         MOVE FoundCells(f)(candPos + 1:FoundW(f))
001143           TO ReportLine(7:FoundW(f))
001144         INSPECT ReportLine(7:FoundW(f)) REPLACING ALL '1' BY '*'
001145         COMPUTE candPos = candPos + FoundW(f)
001146         WRITE ReportPattern
001147         COMPUTE i = i + 1
001148         GO TO LEVEL-BOARD-ROW
001149      END-IF
001150      COMPUTE f = f + 1
001151      GO TO LEVEL-ENTRY-LOOP.
001152  WRITE-LEVEL-REPORT-EXIT.
001153      EXIT.
001154
001155  BUILD-BLOCK-NAME SECTION.
001156* <target>-pre<generations back>-<place in the kept list>
001157      MOVE level TO levelString
001158      MOVE f TO entryString
001159      COMPUTE lead = 0
001160      INSPECT entryString TALLYING lead FOR LEADING SPACE
001161      MOVE SPACES TO blockName
001162      STRING
001163        targetName DELIMITED BY SPACES
001164        '-pre' DELIMITED BY SIZE
001165        levelString DELIMITED BY SIZE
001166        '-' DELIMITED BY SIZE
001167        entryString(lead + 1:2 - lead) DELIMITED BY SIZE
001168        INTO blockName
001169      END-STRING.
001170
001171  WRITE-PREDECESSOR-BLOCKS SECTION.
001172* Each kept predecessor as a native block, in the layout LifeLib
001173* EXTRACT writes and ADD reads: name, generation count, the
001174* rows/cols/options header, the grid in '*' and '0'
001175      IF predOutOpen = 0 THEN
001176         OPEN OUTPUT PredOut
001177         IF NOT predOutErr = '00' THEN
001178            DISPLAY 'Could not open predout.txt for the blocks.'
001179            GO TO WRITE-PREDECESSOR-BLOCKS-EXIT
001180         END-IF
001181         MOVE 1 TO predOutOpen
001182      END-IF
001183      COMPUTE pad = level + 1
001184      COMPUTE f = 1.
001185  BLOCK-ENTRY-LOOP.
001186      IF f > foundCount THEN
001187         GO TO WRITE-PREDECESSOR-BLOCKS-EXIT
001188      END-IF
001189      PERFORM BUILD-BLOCK-NAME
001190      COMPUTE blockRows = FoundH(f) + 2 * pad
001191      COMPUTE blockCols = FoundW(f) + 2 * pad
001192      MOVE SPACES TO PredOutLine
001193      MOVE blockName TO PredOutLine(1:80)
001194      WRITE PredOutPattern
001195      MOVE SPACES TO PredOutLine
001196      MOVE level TO blockGeneration
001197      MOVE blockGeneration TO PredOutLine(1:5)
001198      WRITE PredOutPattern
001199      MOVE SPACES TO PredOutLine
001200      MOVE blockRows TO PredOutLine(1:3)
001201      MOVE blockCols(2:2) TO PredOutLine(5:2)
001202      MOVE '0' TO PredOutLine(8:1)
001203      MOVE '*' TO PredOutLine(10:1)
001204      MOVE '0' TO PredOutLine(12:1)
001205      MOVE '000' TO PredOutLine(14:3)
001206      MOVE '000' TO PredOutLine(18:3)
001207      MOVE '0' TO PredOutLine(22:1)
001208      MOVE targetRule TO PredOutLine(24:12)
001209      WRITE PredOutPattern
001210      COMPUTE candPos = 0
001211      COMPUTE i = 1.
001212  BLOCK-ROW-LOOP.
001213      IF i > blockRows THEN
001214         COMPUTE f = f + 1
001215         GO TO BLOCK-ENTRY-LOOP
001216      END-IF
001217      MOVE SPACES TO PredOutLine
001218      MOVE ALL '0' TO PredOutLine(1:blockCols)
001219      IF i > pad AND i <= pad + FoundH(f) THEN
001220         MOVE FoundCells(f)(candPos + 1:FoundW(f))
001221           TO PredOutLine(pad + 1:FoundW(f))
001222         INSPECT PredOutLine(pad + 1:FoundW(f))
001223           REPLACING ALL '1' BY '*'
001224         COMPUTE candPos = candPos + FoundW(f)
001225      END-IF
001226      WRITE PredOutPattern
001227      COMPUTE i = i + 1
001228      GO TO BLOCK-ROW-LOOP.
001229  WRITE-PREDECESSOR-BLOCKS-EXIT.
001230      EXIT.
