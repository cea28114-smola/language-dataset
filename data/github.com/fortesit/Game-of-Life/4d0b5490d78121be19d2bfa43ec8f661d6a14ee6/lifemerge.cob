000012*  outcome buckets added together. A summary that cannot be
000013*  opened, or totals that do not balance, are said plainly and
000014*  flagged in RETURN-CODE so the scheduler can page someone.
000014*  An empty stripelist.txt - LifePlan's list on a night that
000014*  runs unstriped - means there is nothing to merge, and the
000014*  unstriped run's own summary.txt is left as it is.
000015*
000016  IDENTIFICATION DIVISION.
000017  PROGRAM-ID. LifeMerge.
000109      GO TO READ-NEXT-STRIPE.
000110  ALL-STRIPES-READ.
000111      CLOSE StripeList
000111      IF StripesMerged = 0 AND StripesMissing = 0 THEN
000111         DISPLAY 'stripelist.txt names no stripes - nothing to'
000111           ' merge.'
000111         GO TO PROGRAM-END
000111      END-IF
000112      PERFORM WRITE-MERGED-SUMMARY.
000113  PROGRAM-END.
000114* 0 everything merged and balanced, 4 the union does not
