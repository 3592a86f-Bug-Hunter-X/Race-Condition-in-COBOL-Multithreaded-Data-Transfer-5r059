      *                   attempts higher-priority details before
      *                   routine ones within each batch and reports
      *                   counts and wait times per class on SUMRPT.
      *      bytes 24-26  currency of XFER-AMOUNT, ISO alphabetic
      *                   code; spaces mean the base currency.
      *                   XFEREDIT rejects a code that is not on
      *                   CURRMST (see CURRMST.cpy).
      *      bytes 27-37  exchange rate stamped by XFEREDIT from the
      *                   day's FXRATE file (see FXRATE.cpy): base
      *                   units per one unit of the currency, display
      *                   9(5)V9(6).  Spaces for a base-currency
      *                   amount.  XFER-AMOUNT itself always stays in
      *                   the original currency -- batch hash totals
      *                   and EODBAL's OUTFILE/VALINFIL cross-foot
      *                   balance on it -- and the base equivalent
      *                   (XFER-AMOUNT times the rate, rounded to the
      *                   cent) is worked out where it is needed:
      *                   XFERMAIN's hold check, overdraft projection
      *                   and AREABAL posting, XFERSTRC, GLEXTRCT,
      *                   EODBAL's opening positions (the day's
      *                   OUTFILE movement at the stamped rate) and
      *                   XFERTRCE's base-amount match.  The rate
      *                   rides with the image, so a warehoused, held
      *                   or suspect item converts at the rate it was
      *                   accepted at.
      *      bytes 38-74  unassigned, space-filled.
           05  XFER-ID                     PIC X(10).
           05  XFER-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  XFER-EFFECTIVE-DATE         PIC X(10).
