000001*
000002*  Game of Life - soup-search campaign
000003*
000004*  GameOfLife's #SOUP mode and its final-board census each look
000005*  at a single run. This program runs a whole campaign of random
000006*  soups, one per seed over a configured seed range, carries each
000007*  soup until it settles or its generation budget is spent, and
000008*  keeps the final-board census for the campaign as a whole: how
000009*  often every object turned up, and the seed and generation that
000010*  first produced it.
000011*
000012*  The campaign is defined in soupcamp.txt, one directive a line:
000013*    SEEDS first last       the seed range, 1 to 2147483646
000014*                           (required)
000015*    BOARD rows cols pct    soup size and fill percentage (20 20
000016*                           35 until set; at most 999 rows and 80
000017*                           columns, 1 to 99 percent)
000018*    GENERATIONS n          generation budget per soup (5000)
000019*    SOUPS n                run at most n soups this time, the
000020*                           rest waiting for the next run (0, the
000021*                           default, runs every one left)
000022*    CHECKPOINT n           save the campaign state at least every
000023*                           n soups (50)
000024*
000025*  Soup s is bred from seed s by the generator #SOUP uses, so
000026*  '#SOUP rows cols pct s 1 gens' in a GameOfLife catalog replays
000027*  it exactly. A soup stops early once it goes extinct or its
000028*  board repeats one of the three boards before it, since its
000029*  census can no longer change.
000030*
000031*  soupstate.txt carries the campaign from run to run: its
000032*  definition, the last seed completed and the census so far. A
000033*  run resumes with the seed after the last one saved. The state
000034*  is saved every CHECKPOINT soups, after any soup that turned up
000035*  an object new to the campaign, and at the end of the run. The
000036*  last seed may be moved to lengthen or shorten a campaign; a
000037*  state file made under any other first seed, board or budget
000038*  stops the run rather than mix two campaigns.
000039*
000040*  Every object the census does not recognize goes to soupdisc.txt
000041*  as a native block LifeLib ADD loads directly, named
000042*  SoupFind-<seed>-<n> after the seed of its soup and its place in
000043*  that soup's census, padded by two dead cells and set to run the
000044*  campaign's generation budget. A shape goes there once, the
000045*  first time the campaign meets it; an object too large for the
000046*  shape comparison (over 16 x 16) goes there every time.
000047*
000048*  soupreport.txt gets the campaign census, most frequent object
000049*  first, and each run adds a LIFESOUP line to history.txt.
000050*
000051*  RETURN-CODE is 0 when the run went through, 8 when the campaign
000052*  could not be defined, resumed or saved.
000053*
000054
000055  IDENTIFICATION DIVISION.
000056  PROGRAM-ID. LifeSoup.
000057
000058  ENVIRONMENT DIVISION.
000059  INPUT-OUTPUT SECTION.
000060  FILE-CONTROL.
000061      SELECT CampaignFile ASSIGN TO 'soupcamp.txt'
000062        ORGANIZATION IS LINE SEQUENTIAL
000063        FILE STATUS IS campaignErr.
000064      SELECT StateFile ASSIGN TO 'soupstate.txt'
000065        ORGANIZATION IS LINE SEQUENTIAL
000066        FILE STATUS IS stateErr.
000067      SELECT DiscoveryFile ASSIGN TO 'soupdisc.txt'
000068        ORGANIZATION IS LINE SEQUENTIAL
000069        FILE STATUS IS discoveryErr.
000070      SELECT ReportFile ASSIGN TO 'soupreport.txt'
000071        ORGANIZATION IS LINE SEQUENTIAL
000072        FILE STATUS IS reportErr.
000073* The simulator's running log, shared so a campaign run reads in
000074* time order with the runs and library changes around it
000075      SELECT AuditFile ASSIGN TO 'history.txt'
000076        ORGANIZATION IS LINE SEQUENTIAL
000077        FILE STATUS IS auditErr.
000078
000079  DATA DIVISION.
000080  FILE SECTION.
000081  FD CampaignFile.
000082  01 CampaignPattern.
000083      02 CampaignInLine PIC X(100).
000084  FD StateFile.
000085  01 StatePattern.
000086      02 StateLine PIC X(320).
000087  FD DiscoveryFile.
000088  01 DiscoveryPattern.
000089      02 DiscoveryLine PIC X(100).
000090  FD ReportFile.
000091  01 ReportPattern.
000092      02 ReportLine PIC X(100).
000093  FD AuditFile.
000094  01 AuditPattern.
000095      02 AuditLine PIC X(200).
000096
000097  WORKING-STORAGE SECTION.
000098  01 campaignErr PIC XX.
000099  01 stateErr PIC XX.
000100  01 discoveryErr PIC XX.
000101  01 reportErr PIC XX.
000102  01 auditErr PIC XX.
000103  01 discoveryOpen PIC 9(1) VALUE 0.
000104  01 campaignOk PIC 9(1) VALUE 1.
000105  01 saveOk PIC 9(1) VALUE 1.
000106  01 cmdstr PIC X(100).
000107  01 cmdVerb PIC X(12).
000108  01 cmdArg1 PIC X(12).
000109  01 cmdArg2 PIC X(12).
000110  01 cmdArg3 PIC X(12).
000111  01 numToken PIC X(12).
000112  01 valueDigits PIC X(10).
000113  01 valueNumber PIC 9(10).
000114  01 tokenLen PIC 9(3).
000115  COPY AUDITREC.
000116* The campaign as defined in soupcamp.txt
000117  01 seedFirst PIC 9(10) VALUE 0.
000118  01 seedLast PIC 9(10) VALUE 0.
000119  01 seedsGiven PIC 9(1) VALUE 0.
000120  01 soupRows PIC 9(3) VALUE 20.
000121  01 soupCols PIC 9(2) VALUE 20.
000122  01 soupDensity PIC 9(2) VALUE 35.
000123  01 soupGens PIC 9(5) VALUE 5000.
000124  01 soupLimit PIC 9(10) VALUE 0.
000125  01 checkpointEvery PIC 9(5) VALUE 50.
000126* The campaign state file's three line types, laid out column
000127* for column: the definition the state belongs to, how far the
000128* campaign has got, and one census entry per line
000129  01 StateCampaignLine.
000130      02 scTag PIC X(9).
000131      02 scFirst PIC 9(10).
000132      02 FILLER PIC X(1).
000133      02 scLast PIC 9(10).
000134      02 FILLER PIC X(1).
000135      02 scRows PIC 9(3).
000136      02 FILLER PIC X(1).
000137      02 scCols PIC 9(2).
000138      02 FILLER PIC X(1).
000139      02 scDensity PIC 9(2).
000140      02 FILLER PIC X(1).
000141      02 scGens PIC 9(5).
000142      02 FILLER PIC X(274).
000143  01 StateDoneLine.
000144      02 sdTag PIC X(9).
000145      02 sdLastSeed PIC 9(10).
000146      02 FILLER PIC X(1).
000147      02 sdSoups PIC 9(10).
000148      02 FILLER PIC X(1).
000149      02 sdExtinct PIC 9(10).
000150      02 FILLER PIC X(1).
000151      02 sdSettled PIC 9(10).
000152      02 FILLER PIC X(1).
000153      02 sdActive PIC 9(10).
000154      02 FILLER PIC X(1).
000155      02 sdOverflow PIC 9(10).
000156      02 FILLER PIC X(246).
000157  01 StateObjectLine.
000158      02 soTag PIC X(9).
000159      02 soName PIC X(12).
000160      02 FILLER PIC X(1).
000161      02 soCells PIC 9(5).
000162      02 FILLER PIC X(1).
000163      02 soCount PIC 9(10).
000164      02 FILLER PIC X(1).
000165      02 soSeed PIC 9(10).
000166      02 FILLER PIC X(1).
000167      02 soGen PIC 9(5).
000168      02 FILLER PIC X(1).
000169      02 soKey PIC X(260).
000170      02 FILLER PIC X(4).
000171  01 stateCampaignSeen PIC 9(1) VALUE 0.
000172  01 stateLines PIC 9(5) VALUE 0.
000173* Campaign progress, carried in the state file
000174  01 lastSeed PIC 9(10) VALUE 0.
000175  01 soupsDone PIC 9(10) VALUE 0.
000176  01 soupsExtinct PIC 9(10) VALUE 0.
000177  01 soupsSettled PIC 9(10) VALUE 0.
000178  01 soupsActive PIC 9(10) VALUE 0.
000179  01 campOverflow PIC 9(10) VALUE 0.
000180  01 soupsTotal PIC 9(10) VALUE 0.
000181* This run's own share of it
000182  01 soupSeed PIC 9(10) VALUE 0.
000183  01 runFirstSeed PIC 9(10) VALUE 0.
000184  01 soupsThisRun PIC 9(10) VALUE 0.
000185  01 sinceCheckpoint PIC 9(5) VALUE 0.
000186  01 newSinceCheckpoint PIC 9(5) VALUE 0.
000187  01 newThisRun PIC 9(5) VALUE 0.
000188  01 discoveriesThisRun PIC 9(5) VALUE 0.
000189  01 campaignComplete PIC 9(1) VALUE 0.
000190* The campaign census: one entry per dictionary object by name,
000191* one per distinct unrecognized shape by its canonical key, and
000192* one per cell count for objects too large to compare by shape
000193  01 CampaignTable.
000194      02 campEntries PIC 9(4) VALUE 0.
000195      02 CampEntry OCCURS 2000 TIMES.
000196          03 CampName PIC X(12).
000197          03 CampCells PIC 9(5).
000198          03 CampCount PIC 9(10).
000199          03 CampSeed PIC 9(10).
000200          03 CampGen PIC 9(5).
000201          03 CampKey PIC X(260).
000202  01 e PIC 9(4).
000203  01 objName PIC X(12).
000204  01 objKey PIC X(260).
000205  01 objNew PIC 9(1).
000206* The generator #SOUP uses, field for field, so a campaign seed
000207* and a #SOUP seed breed the same board
000208  01 soupState PIC 9(10).
000209  01 soupProduct PIC 9(18).
000210  01 soupQuot PIC 9(10).
000211  01 soupHi PIC 9(10).
000212  01 soupHiQuot PIC 9(10).
000213  01 soupRand PIC 9(2).
000214* The last four boards, in a ring: the current one and the three
000215* before it that a repeat is looked for among. Row and column 1
000216* and the ones past the board's last are a dead frame, so every
000217* real cell has eight neighbors to count
000218  01 BoardRing.
000219      02 RingBoard OCCURS 4 TIMES.
000220          03 RingRow OCCURS 1001 TIMES.
000221              04 RingCell PIC 9(1) OCCURS 82 TIMES.
000222  01 cur PIC 9(1).
000223  01 nxt PIC 9(1).
000224  01 b PIC 9(1).
000225  01 ringFilled PIC 9(1).
000226  01 boardsMatch PIC 9(1).
000227  01 gensDone PIC 9(5).
000228  01 aliveCount PIC 9(5).
000229  01 nbrCount PIC 9(1).
000230  01 soupEnding PIC X(1).
000231  01 i PIC 9(4).
000232  01 j PIC 9(4).
000233  01 l PIC 9(4).
000234* Final-board census, the way GameOfLife takes it: 8-connected
000235* groups of live cells, each swept breadth-first and marked 'V'
000236* so the row-major scan never counts a cell twice
000237  01 CensusSeen.
000238      02 SeenRow PIC X(82) OCCURS 1001 TIMES.
000239  01 CensusQueue.
000240      02 CQEntry OCCURS 79920 TIMES.
000241          03 CQRow PIC 9(4).
000242          03 CQCol PIC 9(3).
000243  01 cqHead PIC 9(5).
000244  01 cqTail PIC 9(5).
000245  01 grpTop PIC 9(4).
000246  01 grpBottom PIC 9(4).
000247  01 grpLeft PIC 9(3).
000248  01 grpRight PIC 9(3).
000249  01 grpCells PIC 9(5).
000250  01 grpHeight PIC 9(4).
000251  01 grpWidth PIC 9(3).
000252  01 cenRow PIC 9(4).
000253  01 cenCol PIC 9(3).
000254  01 nbRow PIC 9(4).
000255  01 nbCol PIC 9(3).
000256  01 censusDR PIC S9(1).
000257  01 censusDC PIC S9(1).
000258  01 censusObjects PIC 9(5).
000259* A group's live cells relative to its bounding box, at most
000260* 16 x 16 - twice the side GameOfLife compares, so the larger
000261* unrecognized objects a soup leaves behind are still told apart
000262* by shape
000263  01 ShapeGrid.
000264      02 ShapeRow PIC X(16) OCCURS 16 TIMES.
000265  01 shapeH PIC 9(2).
000266  01 shapeW PIC 9(2).
000267* A shape's key: height, width, then the grid rows at 16
000268* characters apiece; the canonical key is the smallest of the
000269* eight rotations and reflections
000270  01 bestKey PIC X(260).
000271  01 transKey PIC X(260).
000272  01 transIdx PIC 9(1).
000273  01 trH PIC 9(2).
000274  01 trW PIC 9(2).
000275  01 trR PIC 9(2).
000276  01 trC PIC 9(2).
000277  01 srcR PIC 9(2).
000278  01 srcC PIC 9(2).
000279* The dictionary GameOfLife's census classifies against, seed
000280* shape for seed shape; phases of one object share a name
000281  01 CensusDict.
000282      02 DictEntry OCCURS 14 TIMES.
000283          03 DictName PIC X(12).
000284          03 DictKey PIC X(260).
000285  01 dictLoadIdx PIC 9(2) VALUE 0.
000286  01 dictNewName PIC X(12).
000287  01 d1 PIC 9(5).
000288* A discovery as it goes to soupdisc.txt
000289  01 DiscoveryGrid.
000290      02 DiscRow PIC X(80) OCCURS 999 TIMES.
000291  01 pad PIC 9(1).
000292  01 blockRows PIC 9(4).
000293  01 blockCols PIC 9(3).
000294  01 blockRowsOut PIC 9(3).
000295  01 blockColsOut PIC 9(2).
000296  01 blockName PIC X(80).
000297  01 blockGeneration PIC 9(5).
000298* Report ordering, most frequent first
000299  01 SortTable.
000300      02 SortIdx PIC 9(4) OCCURS 2000 TIMES.
000301  01 s1 PIC 9(4).
000302  01 s2 PIC 9(4).
000303  01 sBest PIC 9(4).
000304  01 sHold PIC 9(4).
000305  01 ReportDetail.
000306      02 FILLER PIC X(2) VALUE SPACES.
000307      02 rdCount PIC Z(9)9.
000308      02 FILLER PIC X(2) VALUE SPACES.
000309      02 rdObject PIC X(12).
000310      02 FILLER PIC X(1) VALUE SPACES.
000311      02 rdCells PIC Z(4)9.
000312      02 FILLER PIC X(3) VALUE SPACES.
000313      02 rdSeed PIC Z(9)9.
000314      02 FILLER PIC X(3) VALUE SPACES.
000315      02 rdGen PIC Z(4)9.
000316      02 FILLER PIC X(47) VALUE SPACES.
000317* Numbers trimmed for running text
000318  01 fmtNumber PIC 9(10).
000319  01 fmtEdited PIC Z(9)9.
000320  01 fmtLead PIC 9(2).
000321  01 fmtText PIC X(10).
000322  01 fmtText2 PIC X(10).
000323  01 fmtText3 PIC X(10).
000324  01 fmtText4 PIC X(10).
000325  01 fmtText5 PIC X(10).
000326  01 fmtText6 PIC X(10).
000327  01 fmtText7 PIC X(10).
000328  01 completeText PIC X(30).
000329  01 RunDate PIC 9(6).
000330  01 RunDateEdited PIC 99/99/99.
000331  01 RunDateFull PIC 9(8).
000332  01 ClockTime PIC 9(8).
000333  01 runOutcome PIC X(4) VALUE 'OK'.
000334
000335  PROCEDURE DIVISION.
000336  MAIN-PARAGRAPH.
000337      ACCEPT RunDate FROM DATE
000338      MOVE RunDate TO RunDateEdited
000339      ACCEPT RunDateFull FROM DATE YYYYMMDD
000340      ACCEPT ClockTime FROM TIME
000341      PERFORM LOAD-CAMPAIGN-DEFINITION
000342      IF campaignOk = 1 THEN
000343         PERFORM LOAD-CAMPAIGN-STATE
000344      END-IF
000345      IF campaignOk = 0 THEN
000346         MOVE 'FAIL' TO runOutcome
000347         PERFORM WRITE-JOURNAL-LINE
000348         MOVE 8 TO RETURN-CODE
000349         GO TO PROGRAM-END
000350      END-IF
000351      PERFORM SETUP-CENSUS-DICTIONARY
000352      COMPUTE soupsTotal = seedLast - seedFirst + 1
000353      COMPUTE soupSeed = lastSeed + 1
000354      IF soupSeed < seedFirst THEN
000355         MOVE seedFirst TO soupSeed
000356      END-IF
000357      MOVE soupSeed TO runFirstSeed.
000358  SOUP-LOOP.
000359      IF soupSeed > seedLast THEN
000360         MOVE 1 TO campaignComplete
000361         GO TO RUN-DONE
000362      END-IF
000363      IF soupLimit > 0 AND soupsThisRun >= soupLimit THEN
000364         GO TO RUN-DONE
000365      END-IF
000366      PERFORM RUN-ONE-SOUP
000367      PERFORM TAKE-SOUP-CENSUS
000368      MOVE soupSeed TO lastSeed
000369      COMPUTE soupsDone = soupsDone + 1
000370      COMPUTE soupsThisRun = soupsThisRun + 1
000371      COMPUTE sinceCheckpoint = sinceCheckpoint + 1
000372      IF newSinceCheckpoint > 0 OR
000373         sinceCheckpoint >= checkpointEvery THEN
000374         PERFORM SAVE-CAMPAIGN-STATE
000375         IF saveOk = 0 THEN
000376            GO TO RUN-DONE
000377         END-IF
000378      END-IF
000379      COMPUTE soupSeed = soupSeed + 1
000380      GO TO SOUP-LOOP.
000381  RUN-DONE.
000382      IF saveOk = 1 THEN
000383         PERFORM SAVE-CAMPAIGN-STATE
000384      END-IF
000385      IF discoveryOpen = 1 THEN
000386         CLOSE DiscoveryFile
000387      END-IF
000388      PERFORM WRITE-CAMPAIGN-REPORT
000389      IF saveOk = 0 THEN
000390         MOVE 'FAIL' TO runOutcome
000391         MOVE 8 TO RETURN-CODE
000392      END-IF
000393      PERFORM WRITE-JOURNAL-LINE
000394      DISPLAY 'Soups run:             ' soupsThisRun
000395      DISPLAY 'Campaign soups done:   ' soupsDone
000396      DISPLAY 'New objects:           ' newThisRun
000397      DISPLAY 'Discoveries written:   ' discoveriesThisRun.
000398  PROGRAM-END.
000399      STOP RUN.
000400
000401  PARSE-NUMBER-TOKEN SECTION.
000402* numToken written any width - right-justified into a zero-filled
000403* holding field before the NUMERIC test, the way LifePred takes
000404* its numbers. 0 when missing or not a number
000405      MOVE 0 TO valueNumber
000406      COMPUTE tokenLen = 0
000407      INSPECT numToken TALLYING tokenLen
000408        FOR CHARACTERS BEFORE INITIAL SPACE
000409      IF tokenLen > 0 AND tokenLen <= 10 THEN
000410         MOVE '0000000000' TO valueDigits
000411         MOVE numToken(1:tokenLen)
000412           TO valueDigits(11 - tokenLen:tokenLen)
000413         IF valueDigits IS NUMERIC THEN
000414            MOVE valueDigits TO valueNumber
000415         END-IF
000416      END-IF.
000417
000418  LOAD-CAMPAIGN-DEFINITION SECTION.
000419* soupcamp.txt, directive by directive. Anything it cannot use
000420* stops the campaign before a soup is run, since a campaign run
000421* under settings nobody meant is worse than one not run at all
000422      OPEN INPUT CampaignFile
000423      IF NOT campaignErr = '00' THEN
000424         DISPLAY 'No soupcamp.txt found. No campaign to run.'
000425         MOVE 0 TO campaignOk
000426         GO TO LOAD-CAMPAIGN-DEFINITION-EXIT
000427      END-IF.
000428  CAMPAIGN-LINE-LOOP.
000429      READ CampaignFile INTO cmdstr
000430        AT END
000431          GO TO CAMPAIGN-LINES-DONE
000432      END-READ
000433      MOVE SPACES TO cmdVerb
000434      MOVE SPACES TO cmdArg1
000435      MOVE SPACES TO cmdArg2
000436      MOVE SPACES TO cmdArg3
000437      UNSTRING cmdstr DELIMITED BY ALL SPACES
000438        INTO cmdVerb, cmdArg1, cmdArg2, cmdArg3
000439      END-UNSTRING
000440      IF cmdVerb = SPACES OR cmdVerb(1:1) = '#' THEN
000441         GO TO CAMPAIGN-LINE-LOOP
000442      END-IF
000443      IF cmdVerb = 'SEEDS' THEN
000444         MOVE cmdArg1 TO numToken
000445         PERFORM PARSE-NUMBER-TOKEN
000446         MOVE valueNumber TO seedFirst
000447         MOVE cmdArg2 TO numToken
000448         PERFORM PARSE-NUMBER-TOKEN
000449         MOVE valueNumber TO seedLast
000450         IF seedFirst < 1 OR seedLast > 2147483646 OR
000451            seedFirst > seedLast THEN
000452            DISPLAY 'SEEDS needs first and last, 1 to 2147483646.'
000453            MOVE 0 TO campaignOk
000454         END-IF
000455         MOVE 1 TO seedsGiven
000456         GO TO CAMPAIGN-LINE-LOOP
000457      END-IF
000458      IF cmdVerb = 'BOARD' THEN
000459         MOVE cmdArg1 TO numToken
000460         PERFORM PARSE-NUMBER-TOKEN
000461         IF valueNumber < 1 OR valueNumber > 999 THEN
000462            DISPLAY 'BOARD needs 1 to 999 rows.'
000463            MOVE 0 TO campaignOk
000464         ELSE
000465            MOVE valueNumber TO soupRows
000466         END-IF
000467         MOVE cmdArg2 TO numToken
000468         PERFORM PARSE-NUMBER-TOKEN
000469         IF valueNumber < 1 OR valueNumber > 80 THEN
000470            DISPLAY 'BOARD needs 1 to 80 columns.'
000471            MOVE 0 TO campaignOk
000472         ELSE
000473            MOVE valueNumber TO soupCols
000474         END-IF
000475         MOVE cmdArg3 TO numToken
000476         PERFORM PARSE-NUMBER-TOKEN
000477         IF valueNumber < 1 OR valueNumber > 99 THEN
000478            DISPLAY 'BOARD needs a fill of 1 to 99 percent.'
000479            MOVE 0 TO campaignOk
000480         ELSE
000481            MOVE valueNumber TO soupDensity
000482         END-IF
000483         GO TO CAMPAIGN-LINE-LOOP
000484      END-IF
000485      IF cmdVerb = 'GENERATIONS' THEN
000486         MOVE cmdArg1 TO numToken
000487         PERFORM PARSE-NUMBER-TOKEN
000488         IF valueNumber < 1 OR valueNumber > 99999 THEN
000489            DISPLAY 'GENERATIONS needs a number from 1 to 99999.'
000490            MOVE 0 TO campaignOk
000491         ELSE
000492            MOVE valueNumber TO soupGens
000493         END-IF
000494         GO TO CAMPAIGN-LINE-LOOP
000495      END-IF
000496      IF cmdVerb = 'SOUPS' THEN
000497         MOVE cmdArg1 TO numToken
000498         PERFORM PARSE-NUMBER-TOKEN
000499         MOVE valueNumber TO soupLimit
000500         GO TO CAMPAIGN-LINE-LOOP
000501      END-IF
000502      IF cmdVerb = 'CHECKPOINT' THEN
000503         MOVE cmdArg1 TO numToken
000504         PERFORM PARSE-NUMBER-TOKEN
000505         IF valueNumber < 1 OR valueNumber > 99999 THEN
000506            DISPLAY 'CHECKPOINT needs a number from 1 to 99999.'
000507            MOVE 0 TO campaignOk
000508         ELSE
000509            MOVE valueNumber TO checkpointEvery
000510         END-IF
000511         GO TO CAMPAIGN-LINE-LOOP
000512      END-IF
000513      DISPLAY 'Unrecognized directive: ' cmdstr(1:60)
000514      MOVE 0 TO campaignOk
000515      GO TO CAMPAIGN-LINE-LOOP.
000516  CAMPAIGN-LINES-DONE.
000517      CLOSE CampaignFile
000518      IF seedsGiven = 0 THEN
000519         DISPLAY 'soupcamp.txt has no SEEDS line.'
000520         MOVE 0 TO campaignOk
000521      END-IF.
000522  LOAD-CAMPAIGN-DEFINITION-EXIT.
000523      EXIT.
000524
000525  LOAD-CAMPAIGN-STATE SECTION.
000526* No soupstate.txt means a campaign not yet begun. Otherwise the
000527* definition line must agree with soupcamp.txt on everything but
000528* the last seed before the counts and census it carries are taken
000529      COMPUTE lastSeed = seedFirst - 1
000530      OPEN INPUT StateFile
000531      IF NOT stateErr = '00' THEN
000532         GO TO LOAD-CAMPAIGN-STATE-EXIT
000533      END-IF.
000534  STATE-LINE-LOOP.
000535      READ StateFile
000536        AT END
000537          GO TO STATE-LINES-DONE
000538      END-READ
000539      COMPUTE stateLines = stateLines + 1
000540      IF StateLine(1:9) = 'CAMPAIGN ' THEN
000541         MOVE StateLine TO StateCampaignLine
000542         MOVE 1 TO stateCampaignSeen
000543         IF NOT scFirst = seedFirst OR NOT scRows = soupRows OR
000544            NOT scCols = soupCols OR
000545            NOT scDensity = soupDensity OR
000546            NOT scGens = soupGens THEN
000547            DISPLAY 'soupstate.txt belongs to another campaign.'
000548            MOVE 0 TO campaignOk
000549         END-IF
000550         GO TO STATE-LINE-LOOP
000551      END-IF
000552      IF StateLine(1:9) = 'DONE     ' THEN
000553         MOVE StateLine TO StateDoneLine
000554         MOVE sdLastSeed TO lastSeed
000555         MOVE sdSoups TO soupsDone
000556         MOVE sdExtinct TO soupsExtinct
000557         MOVE sdSettled TO soupsSettled
000558         MOVE sdActive TO soupsActive
000559         MOVE sdOverflow TO campOverflow
000560         GO TO STATE-LINE-LOOP
000561      END-IF
000562      IF StateLine(1:9) = 'OBJECT   ' THEN
000563         MOVE StateLine TO StateObjectLine
000564         IF campEntries < 2000 THEN
000565            COMPUTE campEntries = campEntries + 1
000566            MOVE soName TO CampName(campEntries)
000567            MOVE soCells TO CampCells(campEntries)
000568            MOVE soCount TO CampCount(campEntries)
000569            MOVE soSeed TO CampSeed(campEntries)
000570            MOVE soGen TO CampGen(campEntries)
000571            MOVE soKey TO CampKey(campEntries)
000572         END-IF
000573         GO TO STATE-LINE-LOOP
000574      END-IF
000575      DISPLAY 'soupstate.txt has a line it cannot read.'
000576      MOVE 0 TO campaignOk
000577      GO TO STATE-LINE-LOOP.
000578  STATE-LINES-DONE.
000579      CLOSE StateFile
000580      IF stateLines > 0 AND stateCampaignSeen = 0 THEN
000581         DISPLAY 'soupstate.txt has no campaign definition line.'
000582         MOVE 0 TO campaignOk
000583      END-IF.
000584  LOAD-CAMPAIGN-STATE-EXIT.
000585      EXIT.
000586
000587  SAVE-CAMPAIGN-STATE SECTION.
000588* The whole state rewritten: definition, progress, census. The
000588* discoveries written so far are closed onto disk first - the
000588* state must never count a shape as known while its block in
000588* soupdisc.txt is still only in a buffer
000588      IF discoveryOpen = 1 THEN
000588         CLOSE DiscoveryFile
000588         MOVE 0 TO discoveryOpen
000588      END-IF
000589      OPEN OUTPUT StateFile
000590      IF NOT stateErr = '00' THEN
000591         DISPLAY 'Could not save soupstate.txt (status '
000592           stateErr ').'
000593         MOVE 0 TO saveOk
000594         GO TO SAVE-CAMPAIGN-STATE-EXIT
000595      END-IF
000596      MOVE SPACES TO StateCampaignLine
000597      MOVE 'CAMPAIGN ' TO scTag
000598      MOVE seedFirst TO scFirst
000599      MOVE seedLast TO scLast
000600      MOVE soupRows TO scRows
000601      MOVE soupCols TO scCols
000602      MOVE soupDensity TO scDensity
000603      MOVE soupGens TO scGens
000604      MOVE StateCampaignLine TO StateLine
000605      WRITE StatePattern
000606      MOVE SPACES TO StateDoneLine
000607      MOVE 'DONE     ' TO sdTag
000608      MOVE lastSeed TO sdLastSeed
000609      MOVE soupsDone TO sdSoups
000610      MOVE soupsExtinct TO sdExtinct
000611      MOVE soupsSettled TO sdSettled
000612      MOVE soupsActive TO sdActive
000613      MOVE campOverflow TO sdOverflow
000614      MOVE StateDoneLine TO StateLine
000615      WRITE StatePattern
000616      COMPUTE e = 1.
000617  SAVE-OBJECT-LOOP.
000618      IF e <= campEntries THEN
000619         MOVE SPACES TO StateObjectLine
000620         MOVE 'OBJECT   ' TO soTag
000621         MOVE CampName(e) TO soName
000622         MOVE CampCells(e) TO soCells
000623         MOVE CampCount(e) TO soCount
000624         MOVE CampSeed(e) TO soSeed
000625         MOVE CampGen(e) TO soGen
000626         MOVE CampKey(e) TO soKey
000627         MOVE StateObjectLine TO StateLine
000628         WRITE StatePattern
000629         COMPUTE e = e + 1
000630         GO TO SAVE-OBJECT-LOOP
000631      END-IF
000632      CLOSE StateFile
000633      MOVE 0 TO sinceCheckpoint
000634      MOVE 0 TO newSinceCheckpoint.
000635  SAVE-CAMPAIGN-STATE-EXIT.
000636      EXIT.
000637
000638  RUN-ONE-SOUP SECTION.
000639* Breed soup soupSeed and run it until it dies out, repeats one
000640* of its last three boards, or uses up the generation budget.
000641* The board is laid out cell for cell in the order #SOUP fills
000642* its own, one generator draw per cell
000643      COMPUTE b = 1.
000644  CLEAR-RING-LOOP.
000645      COMPUTE i = 1.
000646  CLEAR-RING-ROW-LOOP.
000647      MOVE ALL '0' TO RingRow(b, i)
000648      COMPUTE i = i + 1
000649      IF i <= soupRows + 2 THEN
000650         GO TO CLEAR-RING-ROW-LOOP
000651      END-IF
000652      COMPUTE b = b + 1
000653      IF b <= 4 THEN
000654         GO TO CLEAR-RING-LOOP
000655      END-IF
000656      MOVE soupSeed TO soupState
000657      MOVE 1 TO cur
000658      MOVE 1 TO ringFilled
000659      MOVE 0 TO aliveCount
000660      MOVE 0 TO gensDone
000661      COMPUTE i = 2.
000662  SOUP-ROW-LOOP.
000663      COMPUTE l = 1.
000664  SOUP-COL-LOOP.
000665      PERFORM NEXT-SOUP-RANDOM
000666      IF soupRand < soupDensity THEN
000667         MOVE 1 TO RingCell(1, i, l + 1)
000668         COMPUTE aliveCount = aliveCount + 1
000669      END-IF
000670      COMPUTE l = l + 1
000671      IF l <= soupCols THEN
000672         GO TO SOUP-COL-LOOP
000673      END-IF
000674      COMPUTE i = i + 1
000675      IF i <= soupRows + 1 THEN
000676         GO TO SOUP-ROW-LOOP
000677      END-IF.
000678  SOUP-GENERATION-LOOP.
000679      IF aliveCount = 0 THEN
000680         MOVE 'E' TO soupEnding
000681         COMPUTE soupsExtinct = soupsExtinct + 1
000682         GO TO RUN-ONE-SOUP-EXIT
000683      END-IF
000684      IF gensDone >= soupGens THEN
000685         MOVE 'A' TO soupEnding
000686         COMPUTE soupsActive = soupsActive + 1
000687         GO TO RUN-ONE-SOUP-EXIT
000688      END-IF
000689      PERFORM NEXT-GENERATION
000690      COMPUTE gensDone = gensDone + 1
000691      MOVE nxt TO cur
000692      IF ringFilled < 4 THEN
000693         COMPUTE ringFilled = ringFilled + 1
000694      END-IF
000695      IF aliveCount = 0 THEN
000696         GO TO SOUP-GENERATION-LOOP
000697      END-IF
000698      COMPUTE b = 1.
000699  SOUP-REPEAT-LOOP.
000700      IF b > ringFilled THEN
000701         GO TO SOUP-GENERATION-LOOP
000702      END-IF
000703      IF NOT b = cur THEN
000704         PERFORM COMPARE-RING-BOARDS
000705         IF boardsMatch = 1 THEN
000706            MOVE 'S' TO soupEnding
000707* A repeat of the board just before is a still life that was
000708* already in place a generation earlier - dated then, the way
000709* GameOfLife dates it
000710            IF b = cur - 1 OR (cur = 1 AND b = 4) THEN
000711               COMPUTE gensDone = gensDone - 1
000712            END-IF
000713            COMPUTE soupsSettled = soupsSettled + 1
000714            GO TO RUN-ONE-SOUP-EXIT
000715         END-IF
000716      END-IF
000717      COMPUTE b = b + 1
000718      GO TO SOUP-REPEAT-LOOP.
000719  RUN-ONE-SOUP-EXIT.
000720      EXIT.
000721
000722  NEXT-SOUP-RANDOM SECTION.
000723* The minimal-standard generator (multiplier 16807, modulus
000724* 2147483647), percent draw from the high bits - exactly as
000725* GameOfLife draws it
000726      COMPUTE soupProduct = soupState * 16807
000727      DIVIDE soupProduct BY 2147483647 GIVING soupQuot
000728        REMAINDER soupState
000729      DIVIDE soupState BY 65536 GIVING soupHi
000730      DIVIDE soupHi BY 100 GIVING soupHiQuot
000731        REMAINDER soupRand.
000732
000733  NEXT-GENERATION SECTION.
000734* Board cur into the ring's next slot under B3/S23, the rule
000735* #SOUP runs its soups under, with the edges dead
000736      COMPUTE nxt = cur + 1
000737      IF nxt > 4 THEN
000738         MOVE 1 TO nxt
000739      END-IF
000740      MOVE 0 TO aliveCount
000741      COMPUTE i = 2.
000742  NEXT-GEN-ROW-LOOP.
000743      COMPUTE j = 2.
000744  NEXT-GEN-CELL-LOOP.
000745      COMPUTE nbrCount = RingCell(cur, i - 1, j - 1)
000746        + RingCell(cur, i - 1, j) + RingCell(cur, i - 1, j + 1)
000747        + RingCell(cur, i, j - 1) + RingCell(cur, i, j + 1)
000748        + RingCell(cur, i + 1, j - 1) + RingCell(cur, i + 1, j)
000749        + RingCell(cur, i + 1, j + 1)
000750      IF nbrCount = 3 OR
000751         (nbrCount = 2 AND RingCell(cur, i, j) = 1) THEN
000752         MOVE 1 TO RingCell(nxt, i, j)
000753         COMPUTE aliveCount = aliveCount + 1
000754      ELSE
000755         MOVE 0 TO RingCell(nxt, i, j)
000756      END-IF
000757      COMPUTE j = j + 1
000758      IF j <= soupCols + 1 THEN
000759         GO TO NEXT-GEN-CELL-LOOP
000760      END-IF
000761      COMPUTE i = i + 1
000762      IF i <= soupRows + 1 THEN
000763         GO TO NEXT-GEN-ROW-LOOP
000764      END-IF.
000765
000766  COMPARE-RING-BOARDS SECTION.
000767* Board cur against ring board b, row by row; the dead frame is
000768* the same on both, so whole rows can be compared
000769      MOVE 1 TO boardsMatch
000770      COMPUTE i = 2.
000771  COMPARE-RING-ROW-LOOP.
000772      IF NOT RingRow(cur, i) = RingRow(b, i) THEN
000773         MOVE 0 TO boardsMatch
000774         GO TO COMPARE-RING-BOARDS-EXIT
000775      END-IF
000776      COMPUTE i = i + 1
000777      IF i <= soupRows + 1 THEN
000778         GO TO COMPARE-RING-ROW-LOOP
000779      END-IF.
000780  COMPARE-RING-BOARDS-EXIT.
000781      EXIT.
000782
000783  TAKE-SOUP-CENSUS SECTION.
000784* Decompose the soup's final board into its objects and add each
000785* to the campaign census
000786      MOVE 0 TO censusObjects
000787      COMPUTE cenRow = 1.
000788  CENSUS-CLEAR-SEEN-LOOP.
000789      MOVE ALL '0' TO SeenRow(cenRow)
000790      COMPUTE cenRow = cenRow + 1
000791      IF cenRow <= soupRows + 2 THEN
000792         GO TO CENSUS-CLEAR-SEEN-LOOP
000793      END-IF
000794      IF aliveCount = 0 THEN
000795         GO TO TAKE-SOUP-CENSUS-EXIT
000796      END-IF
000797      COMPUTE cenRow = 2
000798      COMPUTE cenCol = 2.
000799  CENSUS-SCAN-LOOP.
000800      IF RingCell(cur, cenRow, cenCol) = 1 AND
000801         SeenRow(cenRow)(cenCol:1) NOT = 'V' THEN
000802         PERFORM TRACE-CENSUS-GROUP
000803         PERFORM CLASSIFY-CENSUS-GROUP
000804         PERFORM TALLY-CAMPAIGN-OBJECT
000805      END-IF
000806      COMPUTE cenCol = cenCol + 1
000807      IF cenCol <= soupCols + 1 THEN
000808         GO TO CENSUS-SCAN-LOOP
000809      END-IF
000810      COMPUTE cenRow = cenRow + 1
000811      IF cenRow <= soupRows + 1 THEN
000812         COMPUTE cenCol = 2
000813         GO TO CENSUS-SCAN-LOOP
000814      END-IF.
000815  TAKE-SOUP-CENSUS-EXIT.
000816      EXIT.
000817
000818  TRACE-CENSUS-GROUP SECTION.
000819* Breadth-first sweep from the scan's unvisited live cell through
000820* every live cell it connects to in all eight directions; after
000821* it, entries 1..cqTail are exactly the group's cells
000822      MOVE 1 TO cqHead
000823      MOVE 1 TO cqTail
000824      MOVE cenRow TO CQRow(1)
000825      MOVE cenCol TO CQCol(1)
000826      MOVE 'V' TO SeenRow(cenRow)(cenCol:1)
000827      MOVE cenRow TO grpTop
000828      MOVE cenRow TO grpBottom
000829      MOVE cenCol TO grpLeft
000830      MOVE cenCol TO grpRight
000831      MOVE 1 TO grpCells.
000832  CENSUS-BFS-LOOP.
000833      IF cqHead > cqTail THEN
000834         GO TO TRACE-CENSUS-EXIT
000835      END-IF
000836      COMPUTE censusDR = -1.
000837  CENSUS-NB-ROW-LOOP.
000838      COMPUTE censusDC = -1.
000839  CENSUS-NB-COL-LOOP.
000840      IF censusDR = 0 AND censusDC = 0 THEN
000841         GO TO CENSUS-NB-NEXT
000842      END-IF
000843      COMPUTE nbRow = CQRow(cqHead) + censusDR
000844      COMPUTE nbCol = CQCol(cqHead) + censusDC
000845      IF RingCell(cur, nbRow, nbCol) = 1 AND
000846         SeenRow(nbRow)(nbCol:1) NOT = 'V' THEN
000847         MOVE 'V' TO SeenRow(nbRow)(nbCol:1)
000848         COMPUTE cqTail = cqTail + 1
000849         MOVE nbRow TO CQRow(cqTail)
000850         MOVE nbCol TO CQCol(cqTail)
000851         COMPUTE grpCells = grpCells + 1
000852         IF nbRow < grpTop THEN
000853            MOVE nbRow TO grpTop
000854         END-IF
000855         IF nbRow > grpBottom THEN
000856            MOVE nbRow TO grpBottom
000857         END-IF
000858         IF nbCol < grpLeft THEN
000859            MOVE nbCol TO grpLeft
000860         END-IF
000861         IF nbCol > grpRight THEN
000862            MOVE nbCol TO grpRight
000863         END-IF
000864      END-IF.
000865  CENSUS-NB-NEXT.
000866      COMPUTE censusDC = censusDC + 1
000867      IF censusDC <= 1 THEN
000868         GO TO CENSUS-NB-COL-LOOP
000869      END-IF
000870      COMPUTE censusDR = censusDR + 1
000871      IF censusDR <= 1 THEN
000872         GO TO CENSUS-NB-ROW-LOOP
000873      END-IF
000874      COMPUTE cqHead = cqHead + 1
000875      GO TO CENSUS-BFS-LOOP.
000876  TRACE-CENSUS-EXIT.
000877      EXIT.
000878
000879  CLASSIFY-CENSUS-GROUP SECTION.
000880* The swept group as a dictionary name, as 'unrecognized' with
000881* its canonical key, or as 'oversize' keyed by its cell count
000882      COMPUTE censusObjects = censusObjects + 1
000883      COMPUTE grpHeight = grpBottom - grpTop + 1
000884      COMPUTE grpWidth = grpRight - grpLeft + 1
000885      MOVE SPACES TO objKey
000886      IF grpHeight > 16 OR grpWidth > 16 THEN
000887         MOVE 'oversize' TO objName
000888         MOVE grpCells TO objKey(1:5)
000889         GO TO CLASSIFY-CENSUS-EXIT
000890      END-IF
000891      PERFORM CLEAR-SHAPE-GRID
000892      COMPUTE d1 = 1.
000893  CENSUS-SHAPE-FILL-LOOP.
000894      IF d1 <= cqTail THEN
000895         MOVE '*' TO ShapeRow(CQRow(d1) - grpTop + 1)
000896           (CQCol(d1) - grpLeft + 1:1)
000897         COMPUTE d1 = d1 + 1
000898         GO TO CENSUS-SHAPE-FILL-LOOP
000899      END-IF
000900      MOVE grpHeight TO shapeH
000901      MOVE grpWidth TO shapeW
000902      PERFORM CANONICALIZE-SHAPE
000903      COMPUTE d1 = 1.
000904  CENSUS-DICT-MATCH-LOOP.
000905      IF d1 <= 14 THEN
000906         IF DictKey(d1) = bestKey THEN
000907            MOVE DictName(d1) TO objName
000908            GO TO CLASSIFY-CENSUS-EXIT
000909         END-IF
000910         COMPUTE d1 = d1 + 1
000911         GO TO CENSUS-DICT-MATCH-LOOP
000912      END-IF
000913      MOVE 'unrecognized' TO objName
000914      MOVE bestKey TO objKey.
000915  CLASSIFY-CENSUS-EXIT.
000916      EXIT.
000917
000918  TALLY-CAMPAIGN-OBJECT SECTION.
000919* Count the object against its campaign entry, or open one with
000920* this soup's seed and generation as the first to produce it. A
000921* new unrecognized shape, and any oversize object, goes to the
000922* discoveries file
000923      MOVE 0 TO objNew
000924      COMPUTE e = 1.
000925  CAMPAIGN-MATCH-LOOP.
000926      IF e <= campEntries THEN
000927         IF CampName(e) = objName AND CampKey(e) = objKey THEN
000928            COMPUTE CampCount(e) = CampCount(e) + 1
000929            GO TO TALLY-DISCOVERY-CHECK
000930         END-IF
000931         COMPUTE e = e + 1
000932         GO TO CAMPAIGN-MATCH-LOOP
000933      END-IF
000934      IF campEntries >= 2000 THEN
000935         COMPUTE campOverflow = campOverflow + 1
000936         GO TO TALLY-CAMPAIGN-EXIT
000937      END-IF
000938      COMPUTE campEntries = campEntries + 1
000939      MOVE objName TO CampName(campEntries)
000940      MOVE grpCells TO CampCells(campEntries)
000941      MOVE 1 TO CampCount(campEntries)
000942      MOVE soupSeed TO CampSeed(campEntries)
000943      MOVE gensDone TO CampGen(campEntries)
000944      MOVE objKey TO CampKey(campEntries)
000945      MOVE 1 TO objNew
000946      COMPUTE newSinceCheckpoint = newSinceCheckpoint + 1
000947      COMPUTE newThisRun = newThisRun + 1.
000948  TALLY-DISCOVERY-CHECK.
000949      IF objName = 'oversize' OR
000950         (objNew = 1 AND objName = 'unrecognized') THEN
000951         PERFORM WRITE-DISCOVERY
000951* A soup that wrote a discovery is saved before the next one
000951* runs, so a resume never replays it into a second block
000951         COMPUTE newSinceCheckpoint = newSinceCheckpoint + 1
000952      END-IF.
000953  TALLY-CAMPAIGN-EXIT.
000954      EXIT.
000955
000956  WRITE-DISCOVERY SECTION.
000957* The group just swept as a native block in the layout LifeLib
000958* EXTRACT writes and ADD reads: name, generation count, the
000959* rows/cols/options header, the grid in '*' and '0'. It is padded
000960* by two dead cells wherever that still fits the simulator's
000961* 999-row, 80-column ceiling
000962      IF discoveryOpen = 0 THEN
000963         OPEN EXTEND DiscoveryFile
000964         IF NOT discoveryErr = '00' THEN
000965            OPEN OUTPUT DiscoveryFile
000966         END-IF
000967         IF NOT discoveryErr = '00' THEN
000968            DISPLAY 'Could not open soupdisc.txt for discoveries.'
000969            GO TO WRITE-DISCOVERY-EXIT
000970         END-IF
000971         MOVE 1 TO discoveryOpen
000972      END-IF
000973      MOVE 2 TO pad
000974      IF grpHeight + 4 > 999 OR grpWidth + 4 > 80 THEN
000975         MOVE 0 TO pad
000976      END-IF
000977      COMPUTE blockRows = grpHeight + 2 * pad
000978      COMPUTE blockCols = grpWidth + 2 * pad
000979      COMPUTE i = 1.
000980  DISCOVERY-CLEAR-LOOP.
000981      MOVE SPACES TO DiscRow(i)
000982      MOVE ALL '0' TO DiscRow(i)(1:blockCols)
000983      COMPUTE i = i + 1
000984      IF i <= blockRows THEN
000985         GO TO DISCOVERY-CLEAR-LOOP
000986      END-IF
000987      COMPUTE d1 = 1.
000988  DISCOVERY-CELL-LOOP.
000989      IF d1 <= cqTail THEN
000990         MOVE '*' TO DiscRow(CQRow(d1) - grpTop + 1 + pad)
000991           (CQCol(d1) - grpLeft + 1 + pad:1)
000992         COMPUTE d1 = d1 + 1
000993         GO TO DISCOVERY-CELL-LOOP
000994      END-IF
000995      MOVE soupSeed TO fmtNumber
000996      PERFORM FORMAT-NUMBER
000997      MOVE fmtText TO fmtText2
000998      MOVE censusObjects TO fmtNumber
000999      PERFORM FORMAT-NUMBER
001000      MOVE SPACES TO blockName
001001      STRING
001002        'SoupFind-' DELIMITED BY SIZE
001003        fmtText2 DELIMITED BY SPACE
001004        '-' DELIMITED BY SIZE
001005        fmtText DELIMITED BY SPACE
001006        INTO blockName
001007      END-STRING
001008      MOVE SPACES TO DiscoveryLine
001009      MOVE blockName TO DiscoveryLine(1:80)
001010      WRITE DiscoveryPattern
001011      MOVE SPACES TO DiscoveryLine
001012      MOVE soupGens TO blockGeneration
001013      MOVE blockGeneration TO DiscoveryLine(1:5)
001014      WRITE DiscoveryPattern
001015      MOVE blockRows TO blockRowsOut
001016      MOVE blockCols TO blockColsOut
001017      MOVE SPACES TO DiscoveryLine
001018      MOVE blockRowsOut TO DiscoveryLine(1:3)
001019      MOVE blockColsOut TO DiscoveryLine(5:2)
001020      MOVE '0' TO DiscoveryLine(8:1)
001021      MOVE '*' TO DiscoveryLine(10:1)
001022      MOVE '0' TO DiscoveryLine(12:1)
001023      MOVE '000' TO DiscoveryLine(14:3)
001024      MOVE '000' TO DiscoveryLine(18:3)
001025      MOVE '0' TO DiscoveryLine(22:1)
001026      MOVE 'B3/S23' TO DiscoveryLine(24:12)
001027      WRITE DiscoveryPattern
001028      COMPUTE i = 1.
001029  DISCOVERY-ROW-LOOP.
001030      MOVE SPACES TO DiscoveryLine
001031      MOVE DiscRow(i) TO DiscoveryLine(1:80)
001032      WRITE DiscoveryPattern
001033      COMPUTE i = i + 1
001034      IF i <= blockRows THEN
001035         GO TO DISCOVERY-ROW-LOOP
001036      END-IF
001037      COMPUTE discoveriesThisRun = discoveriesThisRun + 1.
001038  WRITE-DISCOVERY-EXIT.
001039      EXIT.
001040
001041  CLEAR-SHAPE-GRID SECTION.
001042      COMPUTE d1 = 1.
001043  CLEAR-SHAPE-LOOP.
001044      IF d1 <= 16 THEN
001045         MOVE ALL '.' TO ShapeRow(d1)
001046         COMPUTE d1 = d1 + 1
001047         GO TO CLEAR-SHAPE-LOOP
001048      END-IF.
001049
001050  CANONICALIZE-SHAPE SECTION.
001051* The smallest of the eight symmetry transforms' keys, so any two
001052* orientations of one shape always come out the same
001053      MOVE HIGH-VALUES TO bestKey
001054      COMPUTE transIdx = 1.
001055  CANON-TRANSFORM-LOOP.
001056      PERFORM BUILD-TRANSFORM-KEY
001057      IF transKey < bestKey THEN
001058         MOVE transKey TO bestKey
001059      END-IF
001060      COMPUTE transIdx = transIdx + 1
001061      IF transIdx <= 8 THEN
001062         GO TO CANON-TRANSFORM-LOOP
001063      END-IF.
001064
001065  BUILD-TRANSFORM-KEY SECTION.
001066* Transforms 1-4 are the rotations, 5-8 the mirrored rotations;
001067* the odd ones keep the shape's height and width, the even ones
001068* swap them. Each target cell is read straight from its source
001069      IF transIdx = 1 OR transIdx = 3 OR
001070         transIdx = 5 OR transIdx = 7 THEN
001071         MOVE shapeH TO trH
001072         MOVE shapeW TO trW
001073      ELSE
001074         MOVE shapeW TO trH
001075         MOVE shapeH TO trW
001076      END-IF
001077      MOVE SPACES TO transKey
001078      MOVE trH TO transKey(1:2)
001079      MOVE trW TO transKey(3:2)
001080      COMPUTE trR = 1.
001081  TRANSFORM-ROW-LOOP.
001082      COMPUTE trC = 1.
001083  TRANSFORM-COL-LOOP.
001084      IF transIdx = 1 THEN
001085         COMPUTE srcR = trR
001086         COMPUTE srcC = trC
001087      END-IF
001088      IF transIdx = 2 THEN
001089         COMPUTE srcR = shapeH + 1 - trC
001090         COMPUTE srcC = trR
001091      END-IF
001092      IF transIdx = 3 THEN
001093         COMPUTE srcR = shapeH + 1 - trR
001094         COMPUTE srcC = shapeW + 1 - trC
001095      END-IF
001096      IF transIdx = 4 THEN
001097         COMPUTE srcR = trC
001098         COMPUTE srcC = shapeW + 1 - trR
001099      END-IF
001100      IF transIdx = 5 THEN
001101         COMPUTE srcR = trR
001102         COMPUTE srcC = shapeW + 1 - trC
001103      END-IF
001104      IF transIdx = 6 THEN
001105         COMPUTE srcR = shapeH + 1 - trC
001106         COMPUTE srcC = shapeW + 1 - trR
001107      END-IF
001108      IF transIdx = 7 THEN
001109         COMPUTE srcR = shapeH + 1 - trR
001110         COMPUTE srcC = trC
001111      END-IF
001112      IF transIdx = 8 THEN
001113         COMPUTE srcR = trC
001114         COMPUTE srcC = trR
001115      END-IF
001116      MOVE ShapeRow(srcR)(srcC:1)
001117        TO transKey(4 + (trR - 1) * 16 + trC:1)
001118      COMPUTE trC = trC + 1
001119      IF trC <= trW THEN
001120         GO TO TRANSFORM-COL-LOOP
001121      END-IF
001122      COMPUTE trR = trR + 1
001123      IF trR <= trH THEN
001124         GO TO TRANSFORM-ROW-LOOP
001125      END-IF.
001126
001127  SETUP-CENSUS-DICTIONARY SECTION.
001128* GameOfLife's dictionary, seed shape for seed shape: only
001129* distinct phases need their own seed, so the toad, beacon and
001130* glider each carry two, counted under one name
001131      PERFORM CLEAR-SHAPE-GRID
001132      MOVE '**' TO ShapeRow(1)(1:2)
001133      MOVE '**' TO ShapeRow(2)(1:2)
001134      MOVE 2 TO shapeH
001135      MOVE 2 TO shapeW
001136      MOVE 'block' TO dictNewName
001137      PERFORM STORE-CENSUS-DICT-ENTRY
001138      PERFORM CLEAR-SHAPE-GRID
001139      MOVE '.**.' TO ShapeRow(1)(1:4)
001140      MOVE '*..*' TO ShapeRow(2)(1:4)
001141      MOVE '.**.' TO ShapeRow(3)(1:4)
001142      MOVE 3 TO shapeH
001143      MOVE 4 TO shapeW
001144      MOVE 'beehive' TO dictNewName
001145      PERFORM STORE-CENSUS-DICT-ENTRY
001146      PERFORM CLEAR-SHAPE-GRID
001147      MOVE '.**.' TO ShapeRow(1)(1:4)
001148      MOVE '*..*' TO ShapeRow(2)(1:4)
001149      MOVE '.*.*' TO ShapeRow(3)(1:4)
001150      MOVE '..*.' TO ShapeRow(4)(1:4)
001151      MOVE 4 TO shapeH
001152      MOVE 4 TO shapeW
001153      MOVE 'loaf' TO dictNewName
001154      PERFORM STORE-CENSUS-DICT-ENTRY
001155      PERFORM CLEAR-SHAPE-GRID
001156      MOVE '**.' TO ShapeRow(1)(1:3)
001157      MOVE '*.*' TO ShapeRow(2)(1:3)
001158      MOVE '.*.' TO ShapeRow(3)(1:3)
001159      MOVE 3 TO shapeH
001160      MOVE 3 TO shapeW
001161      MOVE 'boat' TO dictNewName
001162      PERFORM STORE-CENSUS-DICT-ENTRY
001163      PERFORM CLEAR-SHAPE-GRID
001164      MOVE '.*.' TO ShapeRow(1)(1:3)
001165      MOVE '*.*' TO ShapeRow(2)(1:3)
001166      MOVE '.*.' TO ShapeRow(3)(1:3)
001167      MOVE 3 TO shapeH
001168      MOVE 3 TO shapeW
001169      MOVE 'tub' TO dictNewName
001170      PERFORM STORE-CENSUS-DICT-ENTRY
001171      PERFORM CLEAR-SHAPE-GRID
001172      MOVE '**.' TO ShapeRow(1)(1:3)
001173      MOVE '*.*' TO ShapeRow(2)(1:3)
001174      MOVE '.**' TO ShapeRow(3)(1:3)
001175      MOVE 3 TO shapeH
001176      MOVE 3 TO shapeW
001177      MOVE 'ship' TO dictNewName
001178      PERFORM STORE-CENSUS-DICT-ENTRY
001179      PERFORM CLEAR-SHAPE-GRID
001180      MOVE '.**.' TO ShapeRow(1)(1:4)
001181      MOVE '*..*' TO ShapeRow(2)(1:4)
001182      MOVE '*..*' TO ShapeRow(3)(1:4)
001183      MOVE '.**.' TO ShapeRow(4)(1:4)
001184      MOVE 4 TO shapeH
001185      MOVE 4 TO shapeW
001186      MOVE 'pond' TO dictNewName
001187      PERFORM STORE-CENSUS-DICT-ENTRY
001188      PERFORM CLEAR-SHAPE-GRID
001189      MOVE '***' TO ShapeRow(1)(1:3)
001190      MOVE 1 TO shapeH
001191      MOVE 3 TO shapeW
001192      MOVE 'blinker' TO dictNewName
001193      PERFORM STORE-CENSUS-DICT-ENTRY
001194      PERFORM CLEAR-SHAPE-GRID
001195      MOVE '.***' TO ShapeRow(1)(1:4)
001196      MOVE '***.' TO ShapeRow(2)(1:4)
001197      MOVE 2 TO shapeH
001198      MOVE 4 TO shapeW
001199      MOVE 'toad' TO dictNewName
001200      PERFORM STORE-CENSUS-DICT-ENTRY
001201      PERFORM CLEAR-SHAPE-GRID
001202      MOVE '..*.' TO ShapeRow(1)(1:4)
001203      MOVE '*..*' TO ShapeRow(2)(1:4)
001204      MOVE '*..*' TO ShapeRow(3)(1:4)
001205      MOVE '.*..' TO ShapeRow(4)(1:4)
001206      MOVE 4 TO shapeH
001207      MOVE 4 TO shapeW
001208      MOVE 'toad' TO dictNewName
001209      PERFORM STORE-CENSUS-DICT-ENTRY
001210      PERFORM CLEAR-SHAPE-GRID
001211      MOVE '**..' TO ShapeRow(1)(1:4)
001212      MOVE '**..' TO ShapeRow(2)(1:4)
001213      MOVE '..**' TO ShapeRow(3)(1:4)
001214      MOVE '..**' TO ShapeRow(4)(1:4)
001215      MOVE 4 TO shapeH
001216      MOVE 4 TO shapeW
001217      MOVE 'beacon' TO dictNewName
001218      PERFORM STORE-CENSUS-DICT-ENTRY
001219      PERFORM CLEAR-SHAPE-GRID
001220      MOVE '**..' TO ShapeRow(1)(1:4)
001221      MOVE '*...' TO ShapeRow(2)(1:4)
001222      MOVE '...*' TO ShapeRow(3)(1:4)
001223      MOVE '..**' TO ShapeRow(4)(1:4)
001224      MOVE 4 TO shapeH
001225      MOVE 4 TO shapeW
001226      MOVE 'beacon' TO dictNewName
001227      PERFORM STORE-CENSUS-DICT-ENTRY
001228      PERFORM CLEAR-SHAPE-GRID
001229      MOVE '.*.' TO ShapeRow(1)(1:3)
001230      MOVE '..*' TO ShapeRow(2)(1:3)
001231      MOVE '***' TO ShapeRow(3)(1:3)
001232      MOVE 3 TO shapeH
001233      MOVE 3 TO shapeW
001234      MOVE 'glider' TO dictNewName
001235      PERFORM STORE-CENSUS-DICT-ENTRY
001236      PERFORM CLEAR-SHAPE-GRID
001237      MOVE '*.*' TO ShapeRow(1)(1:3)
001238      MOVE '.**' TO ShapeRow(2)(1:3)
001239      MOVE '.*.' TO ShapeRow(3)(1:3)
001240      MOVE 3 TO shapeH
001241      MOVE 3 TO shapeW
001242      MOVE 'glider' TO dictNewName
001243      PERFORM STORE-CENSUS-DICT-ENTRY.
001244
001245  STORE-CENSUS-DICT-ENTRY SECTION.
001246      PERFORM CANONICALIZE-SHAPE
001247      COMPUTE dictLoadIdx = dictLoadIdx + 1
001248      MOVE dictNewName TO DictName(dictLoadIdx)
001249      MOVE bestKey TO DictKey(dictLoadIdx).
001250
001251  FORMAT-NUMBER SECTION.
001252* fmtNumber without its leading zeros, left-justified in fmtText
001253      MOVE fmtNumber TO fmtEdited
001254      COMPUTE fmtLead = 0
001255      INSPECT fmtEdited TALLYING fmtLead FOR LEADING SPACE
001256      MOVE SPACES TO fmtText
001257      MOVE fmtEdited(fmtLead + 1:10 - fmtLead) TO fmtText.
001258
001259  WRITE-CAMPAIGN-REPORT SECTION.
001260* The campaign so far: its definition and progress, how its soups
001261* ended, then the census, most frequent object first, each with
001262* the seed and generation that first produced it
001263      OPEN OUTPUT ReportFile
001264      IF NOT reportErr = '00' THEN
001265         DISPLAY 'Could not open soupreport.txt for the report.'
001266         MOVE 0 TO saveOk
001267         GO TO WRITE-CAMPAIGN-REPORT-EXIT
001268      END-IF
001269      MOVE SPACES TO ReportLine
001270      STRING
001271        'Soup campaign report ' DELIMITED BY SIZE
001272        RunDateEdited DELIMITED BY SIZE
001273        INTO ReportLine
001274      END-STRING
001275      WRITE ReportPattern
001276      MOVE seedFirst TO fmtNumber
001277      PERFORM FORMAT-NUMBER
001278      MOVE fmtText TO fmtText2
001279      MOVE seedLast TO fmtNumber
001280      PERFORM FORMAT-NUMBER
001281      MOVE fmtText TO fmtText3
001282      MOVE soupGens TO fmtNumber
001283      PERFORM FORMAT-NUMBER
001284      MOVE fmtText TO fmtText4
001285      MOVE soupRows TO fmtNumber
001286      PERFORM FORMAT-NUMBER
001287      MOVE fmtText TO fmtText5
001288      MOVE soupCols TO fmtNumber
001289      PERFORM FORMAT-NUMBER
001290      MOVE fmtText TO fmtText6
001291      MOVE soupDensity TO fmtNumber
001292      PERFORM FORMAT-NUMBER
001293      MOVE fmtText TO fmtText7
001294      MOVE SPACES TO ReportLine
001295      STRING
001296        'Seeds ' DELIMITED BY SIZE
001297        fmtText2 DELIMITED BY SPACE
001298        ' to ' DELIMITED BY SIZE
001299        fmtText3 DELIMITED BY SPACE
001300        ', ' DELIMITED BY SIZE
001301        fmtText5 DELIMITED BY SPACE
001302        ' x ' DELIMITED BY SIZE
001303        fmtText6 DELIMITED BY SPACE
001304        ' board at ' DELIMITED BY SIZE
001305        fmtText7 DELIMITED BY SPACE
001306        ' percent, ' DELIMITED BY SIZE
001307        fmtText4 DELIMITED BY SPACE
001308        ' generations' DELIMITED BY SIZE
001309        INTO ReportLine
001310      END-STRING
001311      WRITE ReportPattern
001312      MOVE soupsDone TO fmtNumber
001313      PERFORM FORMAT-NUMBER
001314      MOVE fmtText TO fmtText2
001315      MOVE soupsTotal TO fmtNumber
001316      PERFORM FORMAT-NUMBER
001317      MOVE SPACES TO completeText
001318      IF campaignComplete = 1 THEN
001319         MOVE ' - the campaign is complete' TO completeText
001320      END-IF
001321      MOVE SPACES TO ReportLine
001322      STRING
001323        'Soups completed: ' DELIMITED BY SIZE
001324        fmtText2 DELIMITED BY SPACE
001325        ' of ' DELIMITED BY SIZE
001326        fmtText DELIMITED BY SPACE
001327        completeText DELIMITED BY SIZE
001328        INTO ReportLine
001329      END-STRING
001330      WRITE ReportPattern
001331      MOVE SPACES TO ReportLine
001332      IF soupsThisRun = 0 THEN
001333         MOVE 'This run: no soups run' TO ReportLine
001334      ELSE
001335         MOVE soupsThisRun TO fmtNumber
001336         PERFORM FORMAT-NUMBER
001337         MOVE fmtText TO fmtText2
001338         MOVE runFirstSeed TO fmtNumber
001339         PERFORM FORMAT-NUMBER
001340         MOVE fmtText TO fmtText3
001341         MOVE lastSeed TO fmtNumber
001342         PERFORM FORMAT-NUMBER
001343         STRING
001344           'This run: ' DELIMITED BY SIZE
001345           fmtText2 DELIMITED BY SPACE
001346           ' soups, seeds ' DELIMITED BY SIZE
001347           fmtText3 DELIMITED BY SPACE
001348           ' to ' DELIMITED BY SIZE
001349           fmtText DELIMITED BY SPACE
001350           INTO ReportLine
001351         END-STRING
001352      END-IF
001353      WRITE ReportPattern
001354      MOVE soupsExtinct TO fmtNumber
001355      PERFORM FORMAT-NUMBER
001356      MOVE fmtText TO fmtText2
001357      MOVE soupsSettled TO fmtNumber
001358      PERFORM FORMAT-NUMBER
001359      MOVE fmtText TO fmtText3
001360      MOVE soupsActive TO fmtNumber
001361      PERFORM FORMAT-NUMBER
001362      MOVE SPACES TO ReportLine
001363      STRING
001364        'Soups extinct: ' DELIMITED BY SIZE
001365        fmtText2 DELIMITED BY SPACE
001366        ', settled: ' DELIMITED BY SIZE
001367        fmtText3 DELIMITED BY SPACE
001368        ', still active at the budget: ' DELIMITED BY SIZE
001369        fmtText DELIMITED BY SPACE
001370        INTO ReportLine
001371      END-STRING
001372      WRITE ReportPattern
001373      MOVE newThisRun TO fmtNumber
001374      PERFORM FORMAT-NUMBER
001375      MOVE fmtText TO fmtText2
001376      MOVE discoveriesThisRun TO fmtNumber
001377      PERFORM FORMAT-NUMBER
001378      MOVE SPACES TO ReportLine
001379      STRING
001380        'New to the campaign this run: ' DELIMITED BY SIZE
001381        fmtText2 DELIMITED BY SPACE
001382        ' objects; discoveries written to soupdisc.txt: '
001383          DELIMITED BY SIZE
001384        fmtText DELIMITED BY SPACE
001385        INTO ReportLine
001386      END-STRING
001387      WRITE ReportPattern
001388      MOVE SPACES TO ReportLine
001389      WRITE ReportPattern
001390      MOVE 'Campaign census:' TO ReportLine
001391      WRITE ReportPattern
001392      MOVE SPACES TO ReportLine
001393      STRING
001394        '       Count  Object        Cells   First seed'
001395          DELIMITED BY SIZE
001396        '  Generation' DELIMITED BY SIZE
001397        INTO ReportLine
001398      END-STRING
001399      WRITE ReportPattern
001400      IF campEntries = 0 THEN
001401         MOVE '  nothing has been found yet.' TO ReportLine
001402         WRITE ReportPattern
001403      END-IF
001404      PERFORM SORT-CAMPAIGN-TABLE
001405      COMPUTE s1 = 1.
001406  REPORT-ENTRY-LOOP.
001407      IF s1 <= campEntries THEN
001408         MOVE SortIdx(s1) TO e
001409         MOVE CampCount(e) TO rdCount
001410         MOVE CampName(e) TO rdObject
001411         MOVE CampCells(e) TO rdCells
001412         MOVE CampSeed(e) TO rdSeed
001413         MOVE CampGen(e) TO rdGen
001414         MOVE ReportDetail TO ReportLine
001415         WRITE ReportPattern
001416         COMPUTE s1 = s1 + 1
001417         GO TO REPORT-ENTRY-LOOP
001418      END-IF
001419      IF campOverflow > 0 THEN
001420         MOVE campOverflow TO fmtNumber
001421         PERFORM FORMAT-NUMBER
001422         MOVE SPACES TO ReportLine
001423         STRING
001424           '  ... and ' DELIMITED BY SIZE
001425           fmtText DELIMITED BY SPACE
001426           ' objects not counted - the census table is full'
001427             DELIMITED BY SIZE
001428           INTO ReportLine
001429         END-STRING
001430         WRITE ReportPattern
001431      END-IF
001432      CLOSE ReportFile.
001433  WRITE-CAMPAIGN-REPORT-EXIT.
001434      EXIT.
001435
001436  SORT-CAMPAIGN-TABLE SECTION.
001437* Selection sort of the entry numbers: highest count first, and
001438* between equal counts the object found first
001439      COMPUTE s1 = 1.
001440  SORT-FILL-LOOP.
001441      IF s1 <= campEntries THEN
001442         MOVE s1 TO SortIdx(s1)
001443         COMPUTE s1 = s1 + 1
001444         GO TO SORT-FILL-LOOP
001445      END-IF
001446      COMPUTE s1 = 1.
001447  SORT-OUTER-LOOP.
001448      IF s1 >= campEntries THEN
001449         GO TO SORT-CAMPAIGN-EXIT
001450      END-IF
001451      MOVE s1 TO sBest
001452      COMPUTE s2 = s1 + 1.
001453  SORT-INNER-LOOP.
001454      IF s2 <= campEntries THEN
001455         IF CampCount(SortIdx(s2)) > CampCount(SortIdx(sBest)) OR
001456            (CampCount(SortIdx(s2)) = CampCount(SortIdx(sBest))
001457             AND CampSeed(SortIdx(s2)) < CampSeed(SortIdx(sBest)))
001458            THEN
001459            MOVE s2 TO sBest
001460         END-IF
001461         COMPUTE s2 = s2 + 1
001462         GO TO SORT-INNER-LOOP
001463      END-IF
001464      MOVE SortIdx(s1) TO sHold
001465      MOVE SortIdx(sBest) TO SortIdx(s1)
001466      MOVE sHold TO SortIdx(sBest)
001467      COMPUTE s1 = s1 + 1
001468      GO TO SORT-OUTER-LOOP.
001469  SORT-CAMPAIGN-EXIT.
001470      EXIT.
001471
001472  WRITE-JOURNAL-LINE SECTION.
001473* One history.txt line per run in the common audit record shape:
001474* 'campaign seeds=<first>-<last> run=<n> done=<n>/<total>
001475* new=<n> discoveries=<n>', or that the campaign was not run
001476      OPEN EXTEND AuditFile
001477      IF NOT auditErr = '00' THEN
001478         OPEN OUTPUT AuditFile
001479      END-IF
001480      IF NOT auditErr = '00' THEN
001481         DISPLAY 'Could not open history.txt for the journal.'
001482         GO TO WRITE-JOURNAL-EXIT
001483      END-IF
001484      MOVE SPACES TO AUDIT-RECORD
001485      MOVE RunDateFull TO AUDIT-DATE
001486      MOVE ClockTime(1:6) TO AUDIT-TIME
001487      MOVE 'LIFESOUP' TO AUDIT-PROGRAM
001488      MOVE 'CAMPAIGN' TO AUDIT-EVENT
001489      MOVE runOutcome TO AUDIT-OUTCOME
001490      IF campaignOk = 0 THEN
001491         MOVE 'campaign not run - see the job log' TO AUDIT-DETAIL
001492      ELSE
001493         MOVE seedFirst TO fmtNumber
001494         PERFORM FORMAT-NUMBER
001495         MOVE fmtText TO fmtText2
001496         MOVE seedLast TO fmtNumber
001497         PERFORM FORMAT-NUMBER
001498         MOVE fmtText TO fmtText3
001499         MOVE soupsThisRun TO fmtNumber
001500         PERFORM FORMAT-NUMBER
001501         MOVE fmtText TO fmtText4
001502         MOVE soupsDone TO fmtNumber
001503         PERFORM FORMAT-NUMBER
001504         MOVE fmtText TO fmtText5
001505         MOVE soupsTotal TO fmtNumber
001506         PERFORM FORMAT-NUMBER
001507         MOVE fmtText TO fmtText6
001508         MOVE newThisRun TO fmtNumber
001509         PERFORM FORMAT-NUMBER
001510         MOVE fmtText TO fmtText7
001511         MOVE discoveriesThisRun TO fmtNumber
001512         PERFORM FORMAT-NUMBER
001513         STRING
001514           'campaign seeds=' DELIMITED BY SIZE
001515           fmtText2 DELIMITED BY SPACE
001516           '-' DELIMITED BY SIZE
001517           fmtText3 DELIMITED BY SPACE
001518           ' run=' DELIMITED BY SIZE
001519           fmtText4 DELIMITED BY SPACE
001520           ' done=' DELIMITED BY SIZE
001521           fmtText5 DELIMITED BY SPACE
001522           '/' DELIMITED BY SIZE
001523           fmtText6 DELIMITED BY SPACE
001524           ' new=' DELIMITED BY SIZE
001525           fmtText7 DELIMITED BY SPACE
001526           ' discoveries=' DELIMITED BY SIZE
001527           fmtText DELIMITED BY SPACE
001528           INTO AUDIT-DETAIL
001529         END-STRING
001530      END-IF
001531      MOVE AUDIT-RECORD TO AuditLine
001532      WRITE AuditPattern
001533      CLOSE AuditFile.
001534  WRITE-JOURNAL-EXIT.
001535      EXIT.
