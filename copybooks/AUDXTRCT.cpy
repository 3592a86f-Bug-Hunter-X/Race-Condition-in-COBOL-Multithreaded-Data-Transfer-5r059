      *****************************************************************
      *  AUDXTRCT.cpy
      *  Audit sample extract, one line per selected item, written by
      *  AUDSAMP for the external auditors and grouped by stratum in
      *  selection order.  AXT-POPULATION-SEQ is the item's position
      *  in its stratum's population (AUDARCH order), so a fixed-
      *  interval sample can be re-walked by hand.  AXT-AMOUNT is the
      *  base-currency amount, negative for a reversal; AXT-CURRENCY
      *  and AXT-ORIG-AMOUNT are the currency and the amount as
      *  archived (currency blank for a base-currency item, whose two
      *  amounts are the same).  The GL columns name the interface
      *  batch the item was posted in: the first GLPOST line (or
      *  GLPOSTAR, once CKPTMNT has archived it) for the item's
      *  effective date generated after it completed.
      *  Blank GL columns mean no such batch was found.  All display
      *  fields so the extract can be handed over as it stands.
      *****************************************************************
       01  AUDIT-EXTRACT-RECORD.
           05  AXT-STRATUM-ID              PIC X(8).
           05  FILLER                      PIC X.
           05  AXT-SAMPLE-SEQ              PIC 9(5).
           05  FILLER                      PIC X.
           05  AXT-POPULATION-SEQ          PIC 9(7).
           05  FILLER                      PIC X.
           05  AXT-COMPLETED-AT            PIC X(21).
           05  FILLER                      PIC X.
           05  AXT-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  AXT-TYPE                    PIC X(8).
           05  FILLER                      PIC X.
           05  AXT-AMOUNT                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  AXT-CURRENCY                PIC X(3).
           05  FILLER                      PIC X.
           05  AXT-ORIG-AMOUNT             PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  AXT-EFF-DATE                PIC X(10).
           05  FILLER                      PIC X.
           05  AXT-ARCHIVED-ON             PIC X(10).
           05  FILLER                      PIC X.
           05  AXT-GL-SOURCE               PIC X(8).
           05  FILLER                      PIC X.
           05  AXT-GL-STATUS               PIC X(1).
           05  FILLER                      PIC X.
           05  AXT-GL-POST-REFERENCE       PIC X(12).
           05  FILLER                      PIC X.
           05  AXT-GL-GENERATED-AT         PIC X(21).
