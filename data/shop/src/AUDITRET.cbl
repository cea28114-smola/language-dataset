000200*  AUDITRET - AUDIT-LOG RETENTION AND MONTHLY ARCHIVE            *
000300*                                                                *
000400*  THE SHOP'S TRAILS (HISTORY.TXT, UTF8-AUDIT.LOG,               *
000500*  COBOLCALC.JOURNAL, ANAGRAMM.LOG, SHOP-AUDIT.LOG AND           *
000550*  JOBSTRM.LOG) GROW                                             *
000600*  FOREVER; NOTHING EVER PRUNED THEM.  THIS JOB MOVES EVERY      *
000700*  LINE OLDER THAN THE CONFIGURABLE CUTOFF (RETENTION.CFG,       *
000800*  DAYS TO KEEP, DEFAULT 90) OUT OF EACH LIVE LOG INTO DATED     *
001600*  STAMP.  THE LINES KEPT PASS THROUGH A                         *
001700*  <LOG>.KEEP WORK FILE THAT IS LEFT BEHIND AS A SAFETY COPY -   *
001800*  NOTHING IS EVER LOST.                                         *
001810*                                                                *
001820*  SHOP-AUDIT.LOG CARRIES A HASH CHAIN (SEE COPYBOOK AUDITLNK),  *
001830*  WHICH MUST SURVIVE ARCHIVING: ITS LINES MOVE WITH THEIR CHAIN *
001840*  VALUES UNTOUCHED, ITS ARCHIVE MONTHS NEVER GO BACKWARDS (A    *
001850*  LEGACY LINE GOES TO THE MONTH OF THE LINE BEFORE IT), AND THE *
001860*  CHAIN LEDGER SHOP-AUDIT.CHN (SEE COPYBOOK AUDITLDG) RECORDS   *
001870*  EACH MONTH'S ARCHIVE IN CHAIN ORDER WITH ITS LINE COUNT AND   *
001880*  CLOSING CHAIN VALUE - THE SEED THE NEXT MONTH, AND THE LIVE   *
001890*  LOG, CARRY ON FROM.                                           *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. AUDITRET.
002600******************************************************************
002700*  MODIFICATION HISTORY                                          *
002800*  2026-09-02  OS   INITIAL VERSION                              *
002850*  2026-10-15  OS   JOB-STREAM CONTROLLER LOG JOBSTRM.LOG ADDED  *
002860*  2026-10-15  OS   SHOP-AUDIT.LOG ARCHIVES CARRY ITS HASH       *
002870*                   CHAIN, LEDGERED IN SHOP-AUDIT.CHN            *
002880*  2026-10-15  OS   CHAINED LOG KEEPS EVERY LINE AFTER ITS FIRST *
002890*                   KEPT ONE, SO ONLY A LEADING RUN IS ARCHIVED  *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300*    ONE FD SERVES ALL SIX LIVE LOGS IN TURN, SO THE FILE
003400*    NAMES ARE DATA - THE SAME NAMES THE MERGE JOB'S DDNAMES
003500*    MAP TO
003600     SELECT LIVEFILE ASSIGN TO LIVE-NAME
004800     SELECT RPTFILE ASSIGN TO 'RETENTION.RPT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS RPT-STATUS.
005010     SELECT LDGFILE ASSIGN TO 'SHOP-AUDIT.CHN'
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS LDG-STATUS.
005100******************************************************************
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  LIVEFILE.
005500 01  LIVE-LINE            PIC X(211).
005600 FD  KEEPFILE.
005700 01  KEEP-LINE            PIC X(211).
005800 FD  ARCFILE.
005900 01  ARC-LINE             PIC X(211).
006000 FD  CFGFILE.
006100 01  CFG-LINE             PIC X(80).
006200 FD  RPTFILE.
006300 01  RPT-LINE             PIC X(132).
006310 FD  LDGFILE.
006320 01  LDG-LINE             PIC X(80).
006400******************************************************************
006500 WORKING-STORAGE SECTION.
006600 77  LIVE-STATUS          PIC X(02) VALUE SPACES.
006800 77  ARC-STATUS           PIC X(02) VALUE SPACES.
006900 77  CFG-STATUS           PIC X(02) VALUE SPACES.
007000 77  RPT-STATUS           PIC X(02) VALUE SPACES.
007010 77  LDG-STATUS           PIC X(02) VALUE SPACES.
007100 01  LIVE-NAME            PIC X(40) VALUE SPACES.
007200 01  KEEP-NAME            PIC X(46) VALUE SPACES.
007300 01  ARC-NAME             PIC X(52) VALUE SPACES.
007400*    THE SIX TRAILS AND THE SHAPE EACH ONE CARRIES: 'A' THE
007500*    COMMON AUDIT RECORD, 'J' THE CALCULATOR JOURNAL'S OWN
007600*    STAMPED TAPE LINE, 'C' THE COMMON AUDIT RECORD CARRYING
007610*    ITS HASH CHAIN VALUE IN COLUMNS 202-211
007700 01  SOURCE-TABLE.
007800     05  SRC-ENTRY OCCURS 6 TIMES.
007900         10  SRC-NAME     PIC X(40).
008000         10  SRC-SHAPE    PIC X(01).
008100 77  SRC-SUB              PIC 9(01) COMP VALUE ZERO.
010400 77  EDIT-COUNT           PIC Z(6)9 VALUE ZEROS.
010500 77  EDIT-COUNT-2         PIC Z(6)9 VALUE ZEROS.
010600 77  EDIT-COUNT-3         PIC Z(6)9 VALUE ZEROS.
010700 01  WORK-LINE            PIC X(211) VALUE SPACES.
010800 01  LINE-DATE            PIC 9(08) VALUE ZERO.
010900 01  LINE-DATE-X          PIC X(08) VALUE SPACES.
011000*    THE MONTH WHOSE ARCHIVE FILE IS CURRENTLY OPEN - LOG
011300 01  ARC-MONTH            PIC X(06) VALUE SPACES.
011400 01  ARC-OPEN-SW          PIC X(01) VALUE 'N'.
011500     88  ARC-IS-OPEN                VALUE 'Y'.
011505 01  LINE-MONTH           PIC X(06) VALUE SPACES.
011510*    THE CHAIN LEDGER, LOADED BEFORE A CHAINED LOG IS SPLIT AND
011515*    WRITTEN BACK WHOLE AFTER.  A CENTURY OF MONTHS FITS; THE
011520*    CHAIN'S RUNNING MONTH ONLY EVER MOVES FORWARD
011525 01  LEDGER-TABLE.
011530     05  LEDGER-COUNT     PIC 9(04) COMP VALUE ZERO.
011535     05  LEDGER-ENTRY OCCURS 1200 TIMES.
011540         10  LEDGER-MONTH PIC X(06).
011545         10  LEDGER-FROM  PIC 9(07).
011550         10  LEDGER-LINES PIC 9(07).
011555         10  LEDGER-CHAIN PIC 9(10).
011560 77  LEDGER-SUB           PIC 9(04) COMP VALUE ZERO.
011565 01  CHAIN-MONTH          PIC X(06) VALUE SPACES.
011570 01  LEDGER-FULL-SW       PIC X(01) VALUE 'N'.
011571*    ONCE A CHAINED LOG KEEPS A LINE IT KEEPS EVERY LINE AFTER
011572*    IT, WHATEVER ITS DATE - THE CHAIN ONLY SURVIVES A SPLIT
011573*    WHEN THE ARCHIVED LINES ARE AN UNBROKEN LEADING RUN
011574 01  CHAIN-KEPT-SW        PIC X(01) VALUE 'N'.
011575     88  CHAIN-KEEPING              VALUE 'Y'.
011576 77  ARC-LINES-FOUND      PIC 9(07) COMP VALUE ZERO.
011580 77  EDIT-CHAIN           PIC 9(10) VALUE ZERO.
011585     COPY AUDITLDG.
011600******************************************************************
011700 PROCEDURE DIVISION.
011800 0000-MAINLINE.
013700     MOVE 'ANAGRAMM.LOG'      TO SRC-NAME (4)
013750     MOVE 'A'                 TO SRC-SHAPE (4)
013800     MOVE 'SHOP-AUDIT.LOG'    TO SRC-NAME (5)
013850     MOVE 'C'                 TO SRC-SHAPE (5)
013860     MOVE 'JOBSTRM.LOG'       TO SRC-NAME (6)
013870     MOVE 'A'                 TO SRC-SHAPE (6)
013900     OPEN INPUT CFGFILE
014000     IF CFG-STATUS = '00'
014100         READ CFGFILE
019000*  THEN SPLIT, THEN PUT THE KEPT LINES BACK.                     *
019100******************************************************************
019200 2000-PROCESS-ALL-LOGS.
019300     PERFORM VARYING SRC-SUB FROM 1 BY 1 UNTIL SRC-SUB > 6
019400         PERFORM 3000-PROCESS-ONE-LOG THRU 3000-EXIT
019500     END-PERFORM.
019600 2000-EXIT.
023400     END-IF
023500
023600*    PASS 2 - SPLIT INTO KEEPERS AND MONTHLY ARCHIVES
023650     IF SRC-SHAPE (SRC-SUB) = 'C'
023660         PERFORM 3600-LOAD-LEDGER THRU 3600-EXIT
023670     END-IF
023700     OPEN INPUT LIVEFILE
023800     OPEN OUTPUT KEEPFILE
023900     MOVE SPACES TO ARC-MONTH
024000     MOVE 'N' TO ARC-OPEN-SW
024100     MOVE 'N' TO FILE-END-SW
024150     MOVE 'N' TO CHAIN-KEPT-SW
024200     PERFORM 3200-SPLIT-ONE-LINE THRU 3200-EXIT
024300         UNTIL FILE-AT-END
024400     IF ARC-IS-OPEN
024700     END-IF
024800     CLOSE LIVEFILE
024900     CLOSE KEEPFILE
024910*    THE ARCHIVES NOW HOLD WHAT THEY HOLD, WHATEVER THE CONTROL
024920*    TOTALS SAY NEXT - THE LEDGER MUST DESCRIBE THEM AS THEY ARE
024930     IF SRC-SHAPE (SRC-SUB) = 'C'
024940         PERFORM 3700-WRITE-LEDGER THRU 3700-EXIT
024950     END-IF
025000
025100*    THE CONTROL TOTALS MUST PROVE THE SPLIT WHOLE BEFORE THE
025200*    LIVE LOG IS TOUCHED - A SHORTFALL LEAVES IT EXACTLY AS IT
029000             GO TO 3200-EXIT
029100     END-READ
029200     PERFORM 3400-DATE-THE-LINE THRU 3400-EXIT
029300     IF LINE-DATE < CUTOFF-DATE AND NOT CHAIN-KEEPING
029400         PERFORM 3500-ARCHIVE-THE-LINE THRU 3500-EXIT
029500     ELSE
029600         MOVE WORK-LINE TO KEEP-LINE
029700         WRITE KEEP-LINE
029800         ADD 1 TO LINES-KEPT
029850         IF SRC-SHAPE (SRC-SUB) = 'C'
029860             MOVE 'Y' TO CHAIN-KEPT-SW
029870         END-IF
029900     END-IF.
030000 3200-EXIT.
030100     EXIT.
035300         ELSE
035400             MOVE 'N' TO LINE-OK-SW
035500         END-IF
035510*        A CHAINED LINE WITHOUT ITS CHAIN VALUE CANNOT BE
035520*        ARCHIVED WITHOUT BREAKING THE CHAIN
035530         IF SRC-SHAPE (SRC-SUB) = 'C'
035540             AND WORK-LINE (202:10) IS NOT NUMERIC
035550             MOVE 'N' TO LINE-OK-SW
035560         END-IF
035600     END-IF.
035700 3400-EXIT.
035800     EXIT.
036100*  3500-ARCHIVE-THE-LINE - INTO ITS MONTH'S ARCHIVE FILE,        *
036200*  APPENDING SO RERUNS AND EARLIER MONTHS' RUNS ADD UP INSTEAD   *
036300*  OF REPLACING.  THE LOG IS TIME-ORDERED, SO THE OPEN ARCHIVE   *
036400*  ONLY CHANGES WHEN THE MONTH DOES.  A CHAINED LOG'S MONTH IS   *
036410*  THE CHAIN'S RUNNING MONTH, AND EVERY LINE IT ARCHIVES IS      *
036420*  COUNTED INTO THAT MONTH'S LEDGER ENTRY.                       *
036500******************************************************************
036600 3500-ARCHIVE-THE-LINE.
036610     IF SRC-SHAPE (SRC-SUB) = 'C'
036620         IF LINE-DATE-X (1:6) > CHAIN-MONTH
036630             MOVE LINE-DATE-X (1:6) TO CHAIN-MONTH
036640         END-IF
036650         MOVE CHAIN-MONTH TO LINE-MONTH
036660     ELSE
036670         MOVE LINE-DATE-X (1:6) TO LINE-MONTH
036680     END-IF
036700     IF ARC-MONTH NOT = LINE-MONTH
036800         IF ARC-IS-OPEN
036900             CLOSE ARCFILE
037000             MOVE 'N' TO ARC-OPEN-SW
037100         END-IF
037200         MOVE LINE-MONTH TO ARC-MONTH
037300         MOVE SPACES TO ARC-NAME
037400         STRING
037500             LIVE-NAME DELIMITED BY ' '
037800             '.ARC' DELIMITED BY SIZE
037900             INTO ARC-NAME
038000         END-STRING
038010         IF SRC-SHAPE (SRC-SUB) = 'C'
038020             PERFORM 3650-OPEN-LEDGER-MONTH THRU 3650-EXIT
038030         END-IF
038100         OPEN EXTEND ARCFILE
038200         IF ARC-STATUS NOT = '00'
038300             OPEN OUTPUT ARCFILE
038600     END-IF
038700     MOVE WORK-LINE TO ARC-LINE
038800     WRITE ARC-LINE
038900     ADD 1 TO LINES-ARCHIVED
038910     IF SRC-SHAPE (SRC-SUB) = 'C' AND LEDGER-COUNT > 0
038920         ADD 1 TO LEDGER-LINES (LEDGER-COUNT)
038930         MOVE WORK-LINE (202:10) TO LEDGER-CHAIN (LEDGER-COUNT)
038940     END-IF.
039000 3500-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*  3600-LOAD-LEDGER - THE CHAIN LEDGER INTO THE TABLE, AND THE   *
039500*  CHAIN'S RUNNING MONTH FROM ITS LAST ENTRY.  NO LEDGER MEANS   *
039600*  NOTHING CHAINED HAS BEEN ARCHIVED YET.                        *
039700******************************************************************
039800 3600-LOAD-LEDGER.
039900     MOVE ZERO TO LEDGER-COUNT
040000     MOVE '000000' TO CHAIN-MONTH
040100     MOVE 'N' TO LEDGER-FULL-SW
040200     OPEN INPUT LDGFILE
040300     IF LDG-STATUS NOT = '00'
040400         GO TO 3600-EXIT
040500     END-IF
040600     PERFORM UNTIL LDG-STATUS NOT = '00'
040700         READ LDGFILE
040800             AT END
040900                 MOVE '10' TO LDG-STATUS
041000             NOT AT END
041100                 IF LDG-LINE (1:6) = 'MONTH '
041200                     AND LEDGER-COUNT < 1200
041300                     MOVE LDG-LINE TO LDG-RECORD
041400                     ADD 1 TO LEDGER-COUNT
041500                     MOVE LDG-MONTH
041600                         TO LEDGER-MONTH (LEDGER-COUNT)
041700                     MOVE LDG-FROM TO LEDGER-FROM (LEDGER-COUNT)
041800                     MOVE LDG-LINES
041900                         TO LEDGER-LINES (LEDGER-COUNT)
042000                     MOVE LDG-CHAIN
042100                         TO LEDGER-CHAIN (LEDGER-COUNT)
042200                     MOVE LDG-MONTH TO CHAIN-MONTH
042300                 END-IF
042400         END-READ
042500     END-PERFORM
042600     CLOSE LDGFILE.
042700 3600-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*  3650-OPEN-LEDGER-MONTH - A CHAINED ARCHIVE ABOUT TO BE        *
043200*  EXTENDED.  ITS MONTH CONTINUING THE LAST ENTRY NEEDS NOTHING; *
043300*  A NEW MONTH GETS A NEW ENTRY, ENTERING THE ARCHIVE AFTER      *
043400*  WHATEVER LINES IT ALREADY HOLDS FROM BEFORE THE CHAIN.        *
043500******************************************************************
043600 3650-OPEN-LEDGER-MONTH.
043700     IF LEDGER-COUNT > 0
043800         IF LEDGER-MONTH (LEDGER-COUNT) = LINE-MONTH
043900             GO TO 3650-EXIT
044000         END-IF
044100     END-IF
044200     IF LEDGER-COUNT >= 1200
044300         MOVE 'Y' TO LEDGER-FULL-SW
044400         GO TO 3650-EXIT
044500     END-IF
044600     MOVE ZERO TO ARC-LINES-FOUND
044700     OPEN INPUT ARCFILE
044800     IF ARC-STATUS = '00'
044900         PERFORM UNTIL ARC-STATUS NOT = '00'
045000             READ ARCFILE
045100                 AT END
045200                     MOVE '10' TO ARC-STATUS
045300                 NOT AT END
045400                     ADD 1 TO ARC-LINES-FOUND
045500             END-READ
045600         END-PERFORM
045700         CLOSE ARCFILE
045800     END-IF
045900     ADD 1 TO LEDGER-COUNT
046000     MOVE LINE-MONTH TO LEDGER-MONTH (LEDGER-COUNT)
046100     COMPUTE LEDGER-FROM (LEDGER-COUNT) = ARC-LINES-FOUND + 1
046200     MOVE ZERO TO LEDGER-LINES (LEDGER-COUNT)
046300     IF LEDGER-COUNT > 1
046400         MOVE LEDGER-CHAIN (LEDGER-COUNT - 1)
046500             TO LEDGER-CHAIN (LEDGER-COUNT)
046600     ELSE
046700         MOVE ZERO TO LEDGER-CHAIN (LEDGER-COUNT)
046800     END-IF.
046900 3650-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300*  3700-WRITE-LEDGER - THE LEDGER WRITTEN BACK WHOLE, AND ONE    *
047400*  REPORT LINE NAMING THE CHAIN VALUE THE LIVE LOG NOW CARRIES   *
047500*  ON FROM.                                                      *
047600******************************************************************
047700 3700-WRITE-LEDGER.
047800     IF LEDGER-COUNT = ZERO
047900         GO TO 3700-EXIT
048000     END-IF
048100     OPEN OUTPUT LDGFILE
048200     PERFORM VARYING LEDGER-SUB FROM 1 BY 1
048300         UNTIL LEDGER-SUB > LEDGER-COUNT
048400         MOVE LEDGER-MONTH (LEDGER-SUB) TO LDG-MONTH
048500         MOVE LEDGER-FROM (LEDGER-SUB) TO LDG-FROM
048600         MOVE LEDGER-LINES (LEDGER-SUB) TO LDG-LINES
048700         MOVE LEDGER-CHAIN (LEDGER-SUB) TO LDG-CHAIN
048800         MOVE LDG-RECORD TO LDG-LINE
048900         WRITE LDG-LINE
049000     END-PERFORM
049100     CLOSE LDGFILE
049200     MOVE LEDGER-CHAIN (LEDGER-COUNT) TO EDIT-CHAIN
049300     MOVE SPACES TO RPT-LINE
049400     STRING
049500         SRC-NAME (SRC-SUB) DELIMITED BY ' '
049600         '  CHAIN CARRIED FORWARD FROM ARCHIVE ' DELIMITED BY SIZE
049700         LEDGER-MONTH (LEDGER-COUNT) DELIMITED BY SIZE
049800         ' AT ' DELIMITED BY SIZE
049900         EDIT-CHAIN DELIMITED BY SIZE
050000         INTO RPT-LINE
050100     END-STRING
050200     WRITE RPT-LINE
050300     IF LEDGER-FULL-SW = 'Y'
050400         MOVE SPACES TO RPT-LINE
050500         STRING
050600             SRC-NAME (SRC-SUB) DELIMITED BY ' '
050700             '  *** CHAIN LEDGER FULL - LATER MONTHS NOT LEDGERED'
050800                 DELIMITED BY SIZE
050900             ' ***' DELIMITED BY SIZE
051000             INTO RPT-LINE
051100         END-STRING
051200         WRITE RPT-LINE
051300     END-IF.
051400 3700-EXIT.
051500     EXIT.
051600
051700 8000-REPORT-RECONCILED.
051800     MOVE LINES-BEFORE TO EDIT-COUNT
051900     MOVE LINES-KEPT TO EDIT-COUNT-2
052000     MOVE LINES-ARCHIVED TO EDIT-COUNT-3
052100     MOVE SPACES TO RPT-LINE
052200     STRING
052300         SRC-NAME (SRC-SUB) DELIMITED BY ' '
052400         '  BEFORE' DELIMITED BY SIZE
052500         EDIT-COUNT DELIMITED BY SIZE
052600         ' = KEPT' DELIMITED BY SIZE
052700         EDIT-COUNT-2 DELIMITED BY SIZE
052800         ' + ARCHIVED' DELIMITED BY SIZE
052900         EDIT-COUNT-3 DELIMITED BY SIZE
053000         '  RECONCILED' DELIMITED BY SIZE
053100         INTO RPT-LINE
053200     END-STRING
053300     WRITE RPT-LINE.
053400 8000-EXIT.
053500     EXIT.
053600
053700 8100-REPORT-ABSENT.
053800     MOVE SPACES TO RPT-LINE
053900     STRING
054000         SRC-NAME (SRC-SUB) DELIMITED BY ' '
054100         '  NOT PRESENT - NOTHING TO DO' DELIMITED BY SIZE
054200         INTO RPT-LINE
054300     END-STRING
054400     WRITE RPT-LINE.
054500 8100-EXIT.
054600     EXIT.
054700
054800 8200-REPORT-REFUSED.
054900     MOVE BAD-AT-LINE TO EDIT-COUNT
055000     MOVE SPACES TO RPT-LINE
055100     STRING
055200         SRC-NAME (SRC-SUB) DELIMITED BY ' '
055300         '  REFUSED - LINE' DELIMITED BY SIZE
055400         EDIT-COUNT DELIMITED BY SIZE
055500         ' DOES NOT PARSE AS ITS EXPECTED SHAPE'
055600             DELIMITED BY SIZE
055700         INTO RPT-LINE
055800     END-STRING
055900     WRITE RPT-LINE.
056000 8200-EXIT.
056100     EXIT.
056200
056300 8300-REPORT-IMBALANCE.
056400     MOVE SPACES TO RPT-LINE
056500     STRING
056600         SRC-NAME (SRC-SUB) DELIMITED BY ' '
056700         '  *** SPLIT DOES NOT RECONCILE - LOG LEFT AS IT WAS'
056800             DELIMITED BY SIZE
056900         ' ***' DELIMITED BY SIZE
057000         INTO RPT-LINE
057100     END-STRING
057200     WRITE RPT-LINE.
057300 8300-EXIT.
057400     EXIT.
057500
057600 9000-WRAP-UP.
057700     CLOSE RPTFILE.
057800 9000-EXIT.
057900     EXIT.
058000
058100 9999-END-OF-JOB.
058200     STOP RUN.
