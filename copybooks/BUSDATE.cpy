      ******************************************************************
      *  BUSDATE - nightly business date control record, BUSDATE
      *  One record, set by operations before the nightly chain
      *  starts. Every step in the chain registers itself on STEPREG
      *  under this date, and checks the steps it depends on against
      *  it, so a step run after midnight still belongs to the right
      *  night. Missing or invalid = the date the step runs.
      ******************************************************************
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE           PIC 9(8).
           05  FILLER                      PIC X(12).
