      *  raw feed is the documented resubmission source and the
      *  corrected retransmission must come back through the edit.
      *  The internal release batches (PENDRLSE / HELDRLSE /
      *  RETRYRUN / SUSPRLSE) are cut fresh by their own jobs under
      *  the VALINFIL interlock and are exempt.  The standing-
      *  instruction batch (STANDING) is new money, not a release,
      *  so STANDGEN registers it here itself and it is consumed
      *  like any feed.  CKPTMNT ages the registry:
      *  consumed rows older than its purge cutoff are dropped so
      *  the file never outgrows the loaders' tables -- the
      *  duplicate-feed window is the purge age, the same trade the
