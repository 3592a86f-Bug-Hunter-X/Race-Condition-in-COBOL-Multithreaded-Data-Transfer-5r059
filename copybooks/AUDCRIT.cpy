      *****************************************************************
      *  AUDCRIT.cpy
      *  Audit sample selection criteria, one line per stratum, read
      *  by AUDSAMP.  A stratum is a slice of the AUDARCH population:
      *  completion dates, area, type and amount band; AUDSAMP counts
      *  every archived transfer in it and draws the requested sample
      *  from it.  Strata may overlap -- an archived line counts in
      *  the population of every stratum it falls in.
      *      ACR-FROM-DATE / ACR-TO-DATE  completion dates, YYYY-MM-DD,
      *                     inclusive; blank is open-ended
      *      ACR-AREA-ID    blank for every area
      *      ACR-TYPE       T ordinary transfers, R reversals, A (or
      *                     blank) both
      *      ACR-LOW-AMOUNT / ACR-HIGH-AMOUNT  amount band, inclusive,
      *                     display digits with an optional point, in
      *                     base currency; reversals are banded on the
      *                     amount they back out.  Blank is open-ended.
      *      ACR-METHOD     I fixed interval (every Nth item from a
      *                     random start in the first interval), R
      *                     simple random sample
      *      ACR-SAMPLE-SIZE items wanted, zero-filled; a population
      *                     smaller than this is taken whole
      *  All display fields so the criteria can be keyed raw.  Blank
      *  lines are ignored; any other line that does not validate
      *  stops the run.
      *****************************************************************
       01  AUDIT-CRITERIA-RECORD.
           05  ACR-STRATUM-ID              PIC X(8).
           05  FILLER                      PIC X.
           05  ACR-FROM-DATE               PIC X(10).
           05  FILLER                      PIC X.
           05  ACR-TO-DATE                 PIC X(10).
           05  FILLER                      PIC X.
           05  ACR-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  ACR-TYPE                    PIC X(1).
               88  ACR-ORDINARY-ONLY       VALUE 'T'.
               88  ACR-REVERSALS-ONLY      VALUE 'R'.
               88  ACR-TYPE-VALID          VALUE 'T' 'R' 'A' ' '.
           05  FILLER                      PIC X.
           05  ACR-LOW-AMOUNT              PIC X(12).
           05  FILLER                      PIC X.
           05  ACR-HIGH-AMOUNT             PIC X(12).
           05  FILLER                      PIC X.
           05  ACR-METHOD                  PIC X(1).
               88  ACR-FIXED-INTERVAL      VALUE 'I'.
               88  ACR-RANDOM              VALUE 'R'.
               88  ACR-METHOD-VALID        VALUE 'I' 'R'.
           05  FILLER                      PIC X.
           05  ACR-SAMPLE-SIZE             PIC 9(5).
           05  FILLER                      PIC X.
           05  ACR-DESCRIPTION             PIC X(30).
