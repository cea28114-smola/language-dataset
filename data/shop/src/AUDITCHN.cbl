000100******************************************************************
000200*  AUDITCHN - SHOP AUDIT TRAIL HASH-CHAIN LINK                   *
000300*                                                                *
000400*  GIVEN ONE 200-BYTE AUDIT RECORD AND THE CHAIN VALUE OF THE    *
000500*  LINE BEFORE IT, RETURNS THIS LINE'S CHAIN VALUE (SEE COPYBOOK *
000600*  AUDITLNK).  THE VALUE IS A POLYNOMIAL CHECKSUM OF THE         *
000700*  RECORD'S BYTES, RUN ON FROM THE PRIOR VALUE, MODULO THE PRIME *
000800*  2147483647 - EVERY BYTE, ITS POSITION AND EVERY LINE BEFORE   *
000900*  IT COUNT.  THE CONSOLIDATION JOB (AUDITMRG) CALLS IT TO WRITE *
001000*  THE CHAIN AND THE VERIFICATION JOB (AUDITVFY) TO CHECK IT, SO *
001100*  THE TWO CAN NEVER DISAGREE ON HOW A LINK IS FORMED.           *
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. AUDITCHN.
001500 AUTHOR. OPERATIONS SUPPORT.
001600 INSTALLATION. BATCH SHOP.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900******************************************************************
002000*  MODIFICATION HISTORY                                          *
002100*  2026-10-15  OS   INITIAL VERSION                              *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400******************************************************************
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700 77  CHAIN-MODULUS        PIC 9(10) COMP VALUE 2147483647.
002800 77  CHAIN-MULTIPLIER     PIC 9(03) COMP VALUE 131.
002900 77  CHAIN-WORK           PIC 9(18) COMP VALUE ZERO.
003000 77  CHAIN-QUOT           PIC 9(18) COMP VALUE ZERO.
003100 77  CHAIN-HOLD           PIC 9(10) COMP VALUE ZERO.
003200 77  BYTE-SUB             PIC 9(03) COMP VALUE ZERO.
003300*    ONE BYTE'S CODE: THE BYTE DROPPED INTO THE LOW HALF OF A
003400*    ZEROED HALFWORD
003500 01  BYTE-WORK            PIC 9(04) COMP VALUE ZERO.
003600 01  BYTE-HALVES REDEFINES BYTE-WORK.
003700     05  BYTE-HIGH        PIC X(01).
003800     05  BYTE-LOW         PIC X(01).
003900******************************************************************
004000 LINKAGE SECTION.
004100     COPY AUDITLNK.
004200******************************************************************
004300 PROCEDURE DIVISION USING CHAIN-LINK.
004400 0000-MAINLINE.
004500     DIVIDE CHAIN-PRIOR BY CHAIN-MODULUS GIVING CHAIN-QUOT
004600         REMAINDER CHAIN-HOLD
004700     MOVE LOW-VALUE TO BYTE-HIGH
004800     PERFORM 1000-ADD-ONE-BYTE THRU 1000-EXIT
004900         VARYING BYTE-SUB FROM 1 BY 1 UNTIL BYTE-SUB > 200
005000     MOVE CHAIN-HOLD TO CHAIN-VALUE
005100     GOBACK.
005200
005300******************************************************************
005400*  1000-ADD-ONE-BYTE - HOLD = (HOLD * 131 + CODE + 1) MOD PRIME. *
005500*  THE + 1 KEEPS A RUN OF LOW-VALUES FROM CONTRIBUTING NOTHING.  *
005600******************************************************************
005700 1000-ADD-ONE-BYTE.
005800     MOVE CHAIN-RECORD (BYTE-SUB:1) TO BYTE-LOW
005900     COMPUTE CHAIN-WORK = CHAIN-HOLD * CHAIN-MULTIPLIER
006000         + BYTE-WORK + 1
006100     DIVIDE CHAIN-WORK BY CHAIN-MODULUS GIVING CHAIN-QUOT
006200         REMAINDER CHAIN-HOLD.
006300 1000-EXIT.
006400     EXIT.
