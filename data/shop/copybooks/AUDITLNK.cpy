      ******************************************************************
      *  AUDITLNK - one link of the shop audit trail's hash chain.     *
      *                                                                *
      *  Every line of SHOP-AUDIT.LOG carries, after its 200-byte      *
      *  common audit record (see copybook AUDITREC), one space and    *
      *  a ten-digit chain value in columns 202-211.  A line's chain   *
      *  value is a running checksum of its own 200 bytes seeded with  *
      *  the chain value of the line before it, so editing, removing   *
      *  or inserting any line breaks every link from there on.  The   *
      *  first line of the live log is seeded with the value carried   *
      *  out of the last archived line (see copybook AUDITLDG).        *
      *                                                                *
      *  The subprogram AUDITCHN computes a link; callers pass this    *
      *  block:                                                        *
      *                                                                *
      *    CHAIN-RECORD   the 200-byte audit record being chained      *
      *    CHAIN-PRIOR    the chain value of the line before it        *
      *    CHAIN-VALUE    returned: this line's chain value            *
      ******************************************************************
       01  CHAIN-LINK.
           05  CHAIN-RECORD     PIC X(200).
           05  CHAIN-PRIOR      PIC 9(10).
           05  CHAIN-VALUE      PIC 9(10).
