      *****************************************************************
      *  AREALOG.cpy
      *  Area-master change log, one line per change AREAMNT applies
      *  to AREAMST, appended to the permanent AREALOG dataset and
      *  never rewritten or aged: who asked for the change and when,
      *  who approved it and when, and the AREA-MASTER-RECORD image
      *  before and after (see AREAMST.cpy).  The before image of an
      *  ADD is blank.  The images are the master lines exactly as
      *  written, so either can be moved to AREA-MASTER-RECORD and
      *  read field by field.  All display fields so the log can be
      *  browsed raw.
      *****************************************************************
       01  AREA-CHANGE-LOG-RECORD.
           05  ACL-APPLIED-TS              PIC X(21).
           05  FILLER                      PIC X.
           05  ACL-ACTION                  PIC X(3).
           05  FILLER                      PIC X.
           05  ACL-AREA-ID                 PIC X(10).
           05  FILLER                      PIC X.
           05  ACL-MAKER-ID                PIC X(8).
           05  FILLER                      PIC X.
           05  ACL-REQUESTED-TS            PIC X(21).
           05  FILLER                      PIC X.
           05  ACL-CHECKER-ID              PIC X(8).
           05  FILLER                      PIC X.
           05  ACL-BEFORE-IMAGE            PIC X(71).
           05  FILLER                      PIC X.
           05  ACL-AFTER-IMAGE             PIC X(71).
