      *****************************************************************
      *  AREAPND.cpy
      *  Pending area-master change, one line per change on the
      *  AREAPEND dataset.  AREAMNT no longer applies an ADD/CHG/CLS
      *  the run it is keyed: the AREATXN line is parked here as
      *  keyed, with the requesting (maker) user id and the time it
      *  was raised, until a different user id approves it (APV) in
      *  a later run or it is declined (REJ).  At most one pending
      *  change per area, so a CHG that leaves a field blank is
      *  resolved against the same master image the checker saw.
      *  Positions 1-84 are the AREATXN line itself.  All display
      *  fields so the queue can be browsed raw.
      *****************************************************************
       01  AREA-PENDING-RECORD.
           05  APD-ACTION                  PIC X(3).
           05  FILLER                      PIC X.
           05  APD-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  APD-THRESHOLD               PIC X(14).
           05  FILLER                      PIC X.
           05  APD-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X.
           05  APD-LIMIT                   PIC X(14).
           05  FILLER                      PIC X.
           05  APD-MAKER-ID                PIC X(8).
           05  FILLER                      PIC X.
           05  APD-REQUESTED-TS            PIC X(21).
