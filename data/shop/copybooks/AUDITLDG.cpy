      ******************************************************************
      *  AUDITLDG - one line of the chain ledger, SHOP-AUDIT.CHN.      *
      *                                                                *
      *  The retention job (AUDITRET) moves old SHOP-AUDIT.LOG lines   *
      *  into monthly archives, SHOP-AUDIT.LOG-<YYYYMM>.ARC.  The      *
      *  ledger lists those archives in chain order, one line per      *
      *  month, so the chain (see copybook AUDITLNK) can be walked     *
      *  from the oldest archived line to the newest live one:         *
      *                                                                *
      *    LDG-MONTH      YYYYMM of the archive                        *
      *    LDG-FROM       line of the archive the chain enters at -    *
      *                   lines before it predate the chain            *
      *    LDG-LINES      chained lines in the archive from there on   *
      *    LDG-CHAIN      chain value of the archive's last line, the  *
      *                   seed for the next archive or the live log    *
      *                                                                *
      *  The consolidation job (AUDITMRG) seeds the live log from the  *
      *  last ledger line; the verification job (AUDITVFY) checks      *
      *  every archive's line count and closing value against it.      *
      ******************************************************************
       01  LDG-RECORD.
           05  LDG-TAG          PIC X(06) VALUE 'MONTH '.
           05  LDG-MONTH        PIC X(06) VALUE SPACES.
           05  FILLER           PIC X(06) VALUE ' FROM '.
           05  LDG-FROM         PIC 9(07) VALUE ZERO.
           05  FILLER           PIC X(07) VALUE ' LINES '.
           05  LDG-LINES        PIC 9(07) VALUE ZERO.
           05  FILLER           PIC X(07) VALUE ' CHAIN '.
           05  LDG-CHAIN        PIC 9(10) VALUE ZERO.
